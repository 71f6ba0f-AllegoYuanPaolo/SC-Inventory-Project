               select RequestLines
                       assign to "data\RequestLines.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is rlKey
                       alternate key is rl-itemID with duplicates
                       file status is RlStat.
