               select SerialHistory
                       assign to "data\SerialHistory.dat"
                       organization is line sequential
                       access mode is sequential
                       file status is ShStat.
