               select ReasonCodes
                       assign to "data\ReasonCodes.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is rcKey
                       file status is RcStat.
