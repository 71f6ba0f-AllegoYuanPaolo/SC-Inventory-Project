               select Calibration
                       assign to "data\Calibration.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is calKey
                       file status is CalStat.
