               select PartXref
                       assign to "data\PartXref.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is pxKey
                       alternate key is px-itemID with duplicates
                       file status is PxStat.
