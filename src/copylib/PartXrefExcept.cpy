               select PartXrefExcept
                       assign to "data\PartXrefExcept.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is peKey
                       file status is PeStat.
