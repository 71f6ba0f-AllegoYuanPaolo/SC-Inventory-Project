               select SecurityLog
                       assign to "data\SecurityLog.dat"
                       organization is line sequential
                       access mode is sequential
                       file status is SecStat.
