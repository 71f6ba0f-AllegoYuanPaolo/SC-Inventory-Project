               select ApprovalDelegations
                       assign to "data\ApprovalDelegations.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is dlKey
                       alternate key is dl-delegateID with duplicates
                       file status is DlStat.
