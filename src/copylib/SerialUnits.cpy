               select SerialUnits
                       assign to "data\SerialUnits.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is suKey
                       file status is SuStat.
