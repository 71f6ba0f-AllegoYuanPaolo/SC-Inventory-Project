               select ExchangeRates
                       assign to "data\ExchangeRates.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is erKey
                       file status is ErStat.
