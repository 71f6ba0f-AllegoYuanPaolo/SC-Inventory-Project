               select Entitlements
                       assign to "data\Entitlements.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is enKey
                       file status is EnStat.
