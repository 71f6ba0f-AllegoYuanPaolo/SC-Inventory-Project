               select NotifyOutbox
                       assign to "data\NotifyOutbox.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is nt-id
                       file status is NtStat.
