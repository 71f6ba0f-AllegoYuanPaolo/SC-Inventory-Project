               select OpenCredits
                       assign to "data\OpenCredits.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is oc-id
                       file status is OcStat.
