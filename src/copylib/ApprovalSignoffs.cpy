               select ApprovalSignoffs
                       assign to "data\ApprovalSignoffs.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is asKey
                       file status is AsStat.
