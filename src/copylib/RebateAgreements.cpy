               select RebateAgreements
                       assign to "data\RebateAgreements.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is rbKey
                       file status is RbStat.
