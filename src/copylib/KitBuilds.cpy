               select KitBuilds
                       assign to "data\KitBuilds.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is kb-buildID
                       file status is KbStat.
