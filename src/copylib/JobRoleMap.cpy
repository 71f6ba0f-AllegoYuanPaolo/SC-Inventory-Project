               select JobRoleMap
                       assign to "data\JobRoleMap.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is jr-jobCode
                       file status is JrStat.
