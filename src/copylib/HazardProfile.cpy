               select HazardProfile
                       assign to "data\HazardProfile.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is hz-itemID
                       file status is HzStat.
