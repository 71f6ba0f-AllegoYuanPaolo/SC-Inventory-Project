               select KanbanSignals
                       assign to "data\KanbanSignals.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is ks-id
                       file status is KsStat.
