               select ObsReserve
                       assign to "data\ObsReserve.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is orKey
                       file status is OrStat.
