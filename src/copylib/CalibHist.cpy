               select CalibHistory
                       assign to "data\CalibHistory.dat"
                       organization is line sequential
                       access mode is sequential
                       file status is ChStat.
