                       assign to "data\Reservations.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is resv-itemID
                       file status is ResvStat.
