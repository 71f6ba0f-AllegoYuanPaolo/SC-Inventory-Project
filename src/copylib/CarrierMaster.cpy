               select CarrierMaster
                       assign to "data\CarrierMaster.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is cr-code
                       file status is CrStat.
