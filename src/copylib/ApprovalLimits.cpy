               select ApprovalLimits
                       assign to "data\ApprovalLimits.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is alKey
                       file status is AlStat.
