               select SystemParams
                       assign to "data\SystemParams.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is prm-name
                       file status is PrmStat.
