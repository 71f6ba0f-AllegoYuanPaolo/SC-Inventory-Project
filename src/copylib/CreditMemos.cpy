               select CreditMemos
                       assign to "data\CreditMemos.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is cmKey
                       file status is CmStat.
