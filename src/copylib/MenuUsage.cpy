               select MenuUsage
                       assign to "data\MenuUsage.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is muKey
                       file status is MuStat.
