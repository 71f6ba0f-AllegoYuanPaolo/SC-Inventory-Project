               select InspectState
                       assign to "data\InspectState.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is isKey
                       file status is IsStat.
