               select ExtractDefs
                       assign to "data\ExtractDefs.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is ed-name
                       file status is EdStat.
