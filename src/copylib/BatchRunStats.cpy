               select BatchRunStats
                       assign to "data\BatchRunStats.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is bsKey
                       file status is BsStat.
