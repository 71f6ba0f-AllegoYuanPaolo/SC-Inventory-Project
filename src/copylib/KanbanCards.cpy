               select KanbanCards
                       assign to "data\KanbanCards.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is kbKey
                       file status is KbStat.
