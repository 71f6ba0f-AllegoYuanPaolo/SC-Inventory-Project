           move 0 to itemUsage
           if trendUsable = "Y"
               perform varying mI from 1 by 1 until mI > 12
                   move itemID to u-itemID
                   move "M" to u-periodType
                   move mKey(mI) to u-periodKey
                   read UsageTrend key is UsageKey
