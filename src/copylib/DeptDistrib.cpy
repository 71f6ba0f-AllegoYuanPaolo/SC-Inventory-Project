               select DeptDistrib
                       assign to "data\DeptDistrib.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is ddKey
                       file status is DdStat.
