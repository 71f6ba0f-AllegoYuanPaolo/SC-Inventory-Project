               select OverflowStock
                       assign to "data\OverflowStock.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is ofKey
                       alternate key is of-itemID with duplicates
                       file status is OfStat.
