               select ContractTiers
                       assign to "data\ContractTiers.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is ctKey
                       file status is CtStat.
