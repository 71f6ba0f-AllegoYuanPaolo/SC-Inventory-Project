               select PutawayTasks
                       assign to "data\PutawayTasks.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is pt-id
                       file status is PtStat.
