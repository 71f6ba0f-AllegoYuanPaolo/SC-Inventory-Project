               select NonPoReceipts
                       assign to "data\NonPoReceipts.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is np-id
                       file status is NpStat.
