           move 0 to yearTotal
           initialize histQty
           perform varying hI from 1 by 1 until hI > 12
               move itemID to u-itemID
               move "M" to u-periodType
               move hKey(hI) to u-periodKey
               read UsageTrend key is UsageKey
