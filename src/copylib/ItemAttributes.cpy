               select ItemAttributes
                       assign to "data\ItemAttributes.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is iaKey
                       file status is IaStat.
