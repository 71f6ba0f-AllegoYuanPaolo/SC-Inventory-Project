               select VendorDocs
                       assign to "data\VendorDocs.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is vdKey
                       file status is VdStat.
