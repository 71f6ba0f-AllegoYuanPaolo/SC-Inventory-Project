               select SamplePlans
                       assign to "data\SamplePlans.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is spKey
                       file status is SpStat.
