               select RepairOrders
                       assign to "data\RepairOrders.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is ro-id
                       file status is RoStat.
