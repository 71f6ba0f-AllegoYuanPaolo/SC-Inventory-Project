               select SpendCube
                       assign to "data\SpendCube.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is scKey
                       file status is ScStat.
