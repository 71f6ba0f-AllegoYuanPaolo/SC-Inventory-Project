               select BomRevisions
                       assign to "data\BomRevisions.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is brKey
                       file status is BrStat.
