               select OffboardQueue
                       assign to "data\OffboardQueue.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is oq-operatorID
                       file status is OqStat.
