               select AttrTemplates
                       assign to "data\AttrTemplates.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is atKey
                       file status is AtStat.
