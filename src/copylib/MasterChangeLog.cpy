               select MasterChangeLog
                       assign to "data\MasterChangeLog.dat"
                       organization is line sequential
                       access mode is sequential
                       file status is McStat.
