               select SiteShipments
                       assign to "data\SiteShipments.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is sh-id
                       file status is ShStat.
