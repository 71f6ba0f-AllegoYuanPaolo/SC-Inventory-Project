
                  copy "Inventory.cpy".

                  copy "RequestLines".

                  copy "ParLevels".


               copy "Inventory-rec.cpy".

               copy "RequestLines-rec".

               copy "ParLevels-rec".

            01 WlStat pic xx.
            01 deptStat pic xx.
            01 InvStat pic xx.
            01 RlStat pic xx.
            01 ParStat pic xx.
            01 RepStat pic xx.
            01 eof pic x value "n".
            01 wasteOperator pic x(10).
            01 inDept pic x(32).
            01 inItemName pic x(25).
            01 inItemID pic 9(5).
            01 inQty pic 9(4).
            01 inReason pic x(10).
            01 reasonType pic x(10) value "WASTE".
            01 reasonCancelled pic x.
            01 inRefID pic 9(6).
            01 nowTime pic x(8).
            01 nowDate pic x(10).
            01 wrTableRecord.
                02 wrTable occurs 100 times.
                    03 wrDept pic x(32).
                    03 wrItemID pic 9(5).
                    03 wrItemName pic x(25).
                    03 wrWasted pic 9(6).
                    03 wrIssued pic 9(6).
            01 highFlag pic x(12).
            01 highCount pic 9(3) value 0.

            *> Wasted and issued rolled up to the department's
            *> division for the management subtotals.
            01 DivMax pic 9(2) value 20.
            01 divCount pic 9(2) value 0.
            01 divTableRecord.
                02 divTable occurs 20 times.
                    03 dvName pic x(16).
                    03 dvWasted pic 9(7).
                    03 dvIssued pic 9(7).
            01 divI pic 9(2).
            01 divIdx pic 9(2).
            01 pairDivision pic x(16).

            *> Per-department segments for the spool catalog
            *> (burstWriter.cbl).
            01 burstChoice pic x value "n".
            01 burstAction pic x(1).
            01 burstType pic x(12) value "WASTERATE".
            01 burstParam pic x(30).
            01 burstDept pic x(32).
            01 burstLine pic x(132).

            *> Validated-input work fields (getNumeric).
            01 numIn pic 9(8).
           move "n" to eof
           move 0 to wrCount
           move 0 to highCount
           move 0 to divCount
           initialize wrTableRecord divTableRecord

           display "=== Department Waste / Scrap Reporting ==="
           display "  [1] Report wasted or scrapped material"
           end-if
           move numIn to inQty

           display "Reason for the waste:"
           call "pickReason" using reasonType inReason wasteOperator
               reasonCancelled
           if reasonCancelled = "Y"
               display "Waste not recorded"
               exit paragraph
           end-if

           display "Request it arrived on (0 = unknown): "
           move numIn to inRefID

           move inDept to wl-department
           move itemID to wl-itemID
           move inItemName to wl-itemName
           move inQty to wl-qty
           move inReason to wl-reasonCode
               move 33 to numIn
           end-if
           move numIn to rateThreshold
           display "Burst by department into the spool catalog? [y/n]: "
                   with no advancing
           accept burstChoice

           perform sumWaste
           perform sumIssues
               delimited by size into reportLine
           end-string
           write reportLine
           if burstChoice = "y" or burstChoice = "Y"
               move spaces to burstParam
               string "Flag at " rateThreshold " pct" delimited by size
                   into burstParam
               end-string
               move spaces to burstDept
               move spaces to burstLine
               string "Waste rate by item, " todayDate " (flag at "
                      rateThreshold " percent)"
                   delimited by size into burstLine
               end-string
               move "S" to burstAction
               call "burstWriter" using burstAction burstType
                   burstParam burstDept burstLine
           end-if

           open input ParLevels
               perform varying wrI from 1 by 1 until wrI > wrCount
           if ParStat = "00"
               close ParLevels
           end-if
           perform printDivisionSubtotals
           close ReportFile
           if burstChoice = "y" or burstChoice = "Y"
               move "F" to burstAction
               call "burstWriter" using burstAction burstType
                   burstParam burstDept burstLine
           end-if

           display "------------------------------------------"
           display "High-waste department/item pairs: " highCount
                       move "y" to eof
                   not at end
                       move wl-department to inDept
                       move wl-itemID to inItemID
                       move wl-itemName to inItemName
                       perform findPairSlot
                       add wl-qty to wrWasted(matchIdx)
           move "n" to eof.

       *> What actually went to each station, off the fulfilled
       *> request lines - the denominator of the rate. Kit lines
       *> carry no itemID and cannot pair with a waste entry.
       sumIssues.
           open input RequestLines
           if RlStat not = "00"
               exit paragraph
           end-if
           perform until eof = "y"
               read RequestLines next record
                   at end
                       move "y" to eof
                   not at end
                       if rl-itemID not = 0
                          and (rl-lineStatus = "FILLED"
                               or rl-lineStatus = "DELIVERED"
                               or rl-lineStatus = "BACKORDER")
                           move rl-department to inDept
                           move rl-itemID to inItemID
                           move rl-itemName to inItemName
                           perform findPairSlot
                           add rl-orderedQty to wrIssued(matchIdx)
                       end-if
               end-read
           end-perform
           close RequestLines
           move "n" to eof.

       addToDivision.
           call "lookupDivision" using wrDept(wrI) pairDivision
           move 0 to divIdx
           perform varying divI from 1 by 1 until divI > divCount
               if dvName(divI) = pairDivision
                   move divI to divIdx
               end-if
           end-perform
           if divIdx = 0
               if divCount >= DivMax
                   exit paragraph
               end-if
               add 1 to divCount
               move pairDivision to dvName(divCount)
               move divCount to divIdx
           end-if
           add wrWasted(wrI) to dvWasted(divIdx)
           add wrIssued(wrI) to dvIssued(divIdx).

       *> Division subtotals under the department/item lines,
       *> over the same pairs that carried any waste.
       printDivisionSubtotals.
           if divCount = 0
               exit paragraph
           end-if
           move "Division subtotals:" to reportLine
           write reportLine
           display function trim(reportLine)
           perform varying divI from 1 by 1 until divI > divCount
               if dvIssued(divI) = 0
                   move 999.9 to wasteRate
               else
                   compute wasteRate rounded =
                       (dvWasted(divI) * 100) / dvIssued(divI)
                       on size error
                           move 999.9 to wasteRate
                   end-compute
               end-if
               move wasteRate to dispRate
               move spaces to reportLine
               string "  " dvName(divI) " | wasted " dvWasted(divI)
                      " of " dvIssued(divI) " | " dispRate " pct"
                   delimited by size into reportLine
               end-string
               write reportLine
               display function trim(reportLine)
           end-perform.

       findPairSlot.
           move 0 to matchIdx
           perform varying wrI from 1 by 1 until wrI > wrCount
               if wrDept(wrI) = inDept
                  and wrItemID(wrI) = inItemID
                   move wrI to matchIdx
               end-if
           end-perform
               else
                   add 1 to wrCount
                   move inDept to wrDept(wrCount)
                   move inItemID to wrItemID(wrCount)
                   move inItemName to wrItemName(wrCount)
                   move wrCount to matchIdx
               end-if
           if wrWasted(wrI) = 0
               exit paragraph
           end-if
           perform addToDivision
           if wrIssued(wrI) = 0
               move 999.9 to wasteRate
           else
           end-string
           write reportLine
           display function trim(reportLine)
           perform burstReportLine

           *> The par-review feed: a station with a floor par AND a
           *> high waste rate is over-provisioned by definition.
           if highFlag not = spaces and ParStat = "00"
               move wrDept(wrI) to par-dept
               move wrItemID(wrI) to par-itemID
               read ParLevels key is parKey
                   invalid key
                       continue
                       end-string
                       write reportLine
                       display function trim(reportLine)
                       perform burstReportLine
               end-read
           end-if.

       *> The pair's line, and its par-review note, go to the
       *> department's own segment as well.
       burstReportLine.
           if burstChoice = "y" or burstChoice = "Y"
               move wrDept(wrI) to burstDept
               move reportLine to burstLine
               move "W" to burstAction
               call "burstWriter" using burstAction burstType
                   burstParam burstDept burstLine
           end-if.
