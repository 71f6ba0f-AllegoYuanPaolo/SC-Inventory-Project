               select InspectResults
                       assign to "data\InspectResults.dat"
                       organization is line sequential
                       access mode is sequential
                       file status is IrStat.
