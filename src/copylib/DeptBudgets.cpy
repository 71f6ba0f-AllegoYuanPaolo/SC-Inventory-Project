               select DeptBudgets
                       assign to "data\DeptBudgets.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is dbKey
                       file status is DbStat.
