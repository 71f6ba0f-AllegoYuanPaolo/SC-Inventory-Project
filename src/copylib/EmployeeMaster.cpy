               select EmployeeMaster
                       assign to "data\EmployeeMaster.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is em-id
                       file status is EmStat.
