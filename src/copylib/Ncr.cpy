               select NcrFile
                       assign to "data\Ncr.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is ncr-id
                       file status is NcrStat.
