               select SiteCountSchedule
                       assign to "data\SiteCountSchedule.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is scsKey
                       file status is ScsStat.
