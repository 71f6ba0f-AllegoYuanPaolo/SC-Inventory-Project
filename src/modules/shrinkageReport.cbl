
            01 fromDate pic 9(8).
            01 toDate pic 9(8).
            *> Blank reports every location; MAIN the main storeroom
            *> only; a site code that satellite site only.
            01 inSite pic x(8).
            01 entrySite pic x(8).

            *> Per-item rollup across the period: how many counts, how
            *> many came up short, and the net variance value.
                    03 mtNetValue pic s9(9)v99.
            01 matI pic 9(2).

            *> Site rollup: where the losses happen. Counts taken
            *> before sites were recorded show as MAIN.
            01 SiteMax pic 9(2) value 20.
            01 siteCount pic 9(2) value 0.
            01 siteTableRecord.
                02 siteTable occurs 20 times.
                    03 stSite pic x(8).
                    03 stCounts pic 9(5).
                    03 stShortCounts pic 9(5).
                    03 stNetQty pic s9(7).
                    03 stNetValue pic s9(9)v99.
            01 siteI pic 9(2).

            01 lineValue pic s9(9)v99.
            01 dispValue pic -(7)9.99.
            01 dispQty pic -(4)9.
           move 0 to itemCount
           move 0 to matCount
           move 0 to entryCount
           move 0 to siteCount
           initialize itemTableRecord matTableRecord siteTableRecord

           display "=== Shrinkage Trend Report (cycle-count history) ==="
           display "From date (YYYYMMDD): " with no advancing
           accept fromDate
           display "To date   (YYYYMMDD): " with no advancing
           accept toDate
           display "Site (blank = all, MAIN = main storeroom): "
                   with no advancing
           accept inSite

           open input CycleCountHistory
               if CcHistStat = "35"
                       at end
                           move "y" to eof
                       not at end
                           move cc-site to entrySite
                           if entrySite = spaces
                               move "MAIN" to entrySite
                           end-if
                           if cc-date >= fromDate
                              and cc-date <= toDate
                              and (inSite = spaces
                                   or entrySite = inSite)
                               add 1 to entryCount
                               perform accumulateEntry
                           end-if

           perform printByItem
           perform printByMaterialType
           perform printBySite

           display "------------------------------------------"
           display "Count results in period: " entryCount
                   move MatMax to matchIdx
               end-if
           end-if
           add lineValue to mtNetValue(matchIdx)

           move 0 to matchIdx
           perform varying siteI from 1 by 1 until siteI > siteCount
               if stSite(siteI) = entrySite
                   move siteI to matchIdx
               end-if
           end-perform
           if matchIdx = 0
               if siteCount < SiteMax
                   add 1 to siteCount
                   move entrySite to stSite(siteCount)
                   move siteCount to matchIdx
               else
                   move SiteMax to matchIdx
               end-if
           end-if
           add 1 to stCounts(matchIdx)
           if cc-variance < 0
               add 1 to stShortCounts(matchIdx)
           end-if
           add cc-variance to stNetQty(matchIdx)
           add lineValue to stNetValue(matchIdx).

       *> The repeat offenders: an item short on most of its counts is
       *> a named problem, not noise.
               move mtNetValue(matI) to dispValue
               display mtName(matI) "  | " dispValue
           end-perform.

       printBySite.
           display spaces
           display "Site     | Counts | Short | Net Qty | Net Variance Value"
           perform varying siteI from 1 by 1 until siteI > siteCount
               move stNetQty(siteI) to dispQty
               move stNetValue(siteI) to dispValue
               display stSite(siteI) " | " stCounts(siteI) "  | "
                       stShortCounts(siteI) " | " dispQty "  | "
                       dispValue
           end-perform.
