               select SiteFreight
                       assign to "data\SiteFreight.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is sfKey
                       file status is FrStat.
