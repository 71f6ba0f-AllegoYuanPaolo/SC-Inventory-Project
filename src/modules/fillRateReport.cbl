
                   copy "Backorders".

                   copy "RequestLines".

        DATA DIVISION.
           file section.
               copy "Requests-rec".

               copy "Backorders-rec".

               copy "RequestLines-rec".

            WORKING-STORAGE SECTION.
            01 ReqStat pic xx.
            01 BoStat pic xx.
            01 RlStat pic xx.
            01 eof pic x value "n".

            01 inPeriod pic 9(6).
            01 pctShorted pic 9(3)v9.
            01 dispPct pic ZZ9.9.

            *> Fulfilled / shorted per requesting department's
            *> division, bounded like catTable elsewhere.
            01 DivMax pic 9(2) value 20.
            01 divCount pic 9(2) value 0.
            01 divTableRecord.
                02 divTable occurs 20 times.
                    03 dvName pic x(16).
                    03 dvFulfilled pic 9(4).
                    03 dvShorted pic 9(4).
            01 divI pic 9(2).
            01 divIdx pic 9(2).
            01 reqDivision pic x(16).

            *> Fulfilled / shorted per requesting department, for the
            *> per-department segments (burstWriter.cbl).
            01 FdMax pic 9(2) value 50.
            01 fdCount pic 9(2) value 0.
            01 fdTableRecord.
                02 fdTable occurs 50 times.
                    03 fdName pic x(32).
                    03 fdFulfilled pic 9(4).
                    03 fdShorted pic 9(4).
            01 fdI pic 9(2).
            01 fdIdx pic 9(2).
            01 burstChoice pic x value "n".
            01 burstAction pic x(1).
            01 burstType pic x(12) value "FILLRATE".
            01 burstParam pic x(30).
            01 burstDept pic x(32).
            01 burstLine pic x(132).

            *> Unit fill rate off the request lines: a request short
            *> one unit of twenty still filled nineteen.
            01 lineCount pic 9(6) value 0.
            01 lineShortCount pic 9(6) value 0.
            01 unitsOrdered pic 9(8) value 0.
            01 unitsFilled pic 9(8) value 0.
            01 unitsShort pic 9(8) value 0.
            01 pctUnits pic 9(3)v9.

        PROCEDURE DIVISION.
           *> Reset scan state: this program is CALLed repeatedly from
           *> menuDriver's loop within the same run unit, and these
           move 0 to fulfilledCount
           move 0 to cleanCount
           move 0 to shortedCount
           move 0 to divCount
           move 0 to lineCount
           move 0 to lineShortCount
           move 0 to unitsOrdered
           move 0 to unitsFilled
           move 0 to unitsShort
           move 0 to fdCount
           initialize itemTableRecord prioTableRecord divTableRecord
               fdTableRecord

           display "=== Fill-Rate and Stockout KPI Report ==="
           display "Period (YYYYMM): " with no advancing
           accept inPeriod
           display "Burst by department into the spool catalog? [y/n]: "
                   with no advancing
           accept burstChoice

           perform loadShortages
           perform scoreRequests
           display "  STAT    : " prFulfilled(1) " / " prShorted(1)
           display "  URGENT  : " prFulfilled(2) " / " prShorted(2)
           display "  ROUTINE : " prFulfilled(3) " / " prShorted(3)
           display "By division (fulfilled / shorted):"
           perform varying divI from 1 by 1 until divI > divCount
               display "  " dvName(divI) ": " dvFulfilled(divI)
                       " / " dvShorted(divI)
           end-perform

           perform scoreLines
           if lineCount not = 0
               display "By line (RequestLines.dat):"
               display "  Lines fulfilled            : " lineCount
               display "  Lines short                : " lineShortCount
               display "  Units ordered              : " unitsOrdered
               display "  Units filled               : " unitsFilled
               display "  Units still owed           : " unitsShort
               if unitsOrdered not = 0
                   compute pctUnits rounded =
                       (unitsFilled * 100) / unitsOrdered
                   move pctUnits to dispPct
                   display "  Unit fill rate             : "
                           dispPct " percent"
               end-if
           end-if
           if burstChoice = "y" or burstChoice = "Y"
               perform burstByDepartment
           end-if

       exit program.

       *> Lines whose request was fulfilled in the period, counted
       *> unit by unit; a backorder since filled counts as filled.
       scoreLines.
           open input RequestLines
           if RlStat not = "00"
               exit paragraph
           end-if
           move "n" to eof
           perform until eof = "y"
               read RequestLines next record
                   at end
                       move "y" to eof
                   not at end
                       if rl-fulfilledDate(1:6) = inPeriod
                           add 1 to lineCount
                           add rl-orderedQty to unitsOrdered
                           add rl-filledQty to unitsFilled
                           add rl-backorderQty to unitsShort
                           if rl-backorderQty > 0
                               add 1 to lineShortCount
                           end-if
                       end-if
               end-read
           end-perform
           close RequestLines.

       *> Every backorder raised this period marks its request as
       *> shorted and scores a stockout incident for its item.
       loadShortages.
                                       move 3 to prioIdx
                               end-evaluate
                               add 1 to prFulfilled(prioIdx)
                               perform findDivision
                               if divIdx not = 0
                                   add 1 to dvFulfilled(divIdx)
                               end-if
                               perform findDeptSlot
                               if fdIdx not = 0
                                   add 1 to fdFulfilled(fdIdx)
                               end-if
                               if wasShorted = "Y"
                                   add 1 to shortedCount
                                   add 1 to prShorted(prioIdx)
                                   if divIdx not = 0
                                       add 1 to dvShorted(divIdx)
                                   end-if
                                   if fdIdx not = 0
                                       add 1 to fdShorted(fdIdx)
                                   end-if
                               else
                                   add 1 to cleanCount
                               end-if

           close Requests.

       findDivision.
           call "lookupDivision" using department reqDivision
           move 0 to divIdx
           perform varying divI from 1 by 1 until divI > divCount
               if dvName(divI) = reqDivision
                   move divI to divIdx
               end-if
           end-perform
           if divIdx = 0 and divCount < DivMax
               add 1 to divCount
               move reqDivision to dvName(divCount)
               move divCount to divIdx
           end-if.

       rankStockouts.
           perform varying itemI from 2 by 1 until itemI > itemCount
               move soName(itemI) to tmpName
               display "  " soName(itemI) " | "
                       soIncidents(itemI) " incident(s)"
           end-perform.

       findDeptSlot.
           move 0 to fdIdx
           perform varying fdI from 1 by 1 until fdI > fdCount
               if fdName(fdI) = department
                   move fdI to fdIdx
               end-if
           end-perform
           if fdIdx = 0 and fdCount < FdMax
               add 1 to fdCount
               move department to fdName(fdCount)
               move fdCount to fdIdx
           end-if.

       *> Each department's own fill rate, then the backorders its
       *> requests raised in the period.
       burstByDepartment.
           move spaces to burstParam
           string "Period " inPeriod delimited by size into burstParam
           end-string
           move spaces to burstDept
           move spaces to burstLine
           string "Fill rate and stockouts for period " inPeriod
               delimited by size into burstLine
           end-string
           move "S" to burstAction
           call "burstWriter" using burstAction burstType burstParam
               burstDept burstLine

           move "W" to burstAction
           perform varying fdI from 1 by 1 until fdI > fdCount
               move fdName(fdI) to burstDept
               move 0 to pctClean
               if fdFulfilled(fdI) not = 0
                   compute pctClean rounded =
                       ((fdFulfilled(fdI) - fdShorted(fdI)) * 100)
                       / fdFulfilled(fdI)
               end-if
               move pctClean to dispPct
               move spaces to burstLine
               string "Requests fulfilled " fdFulfilled(fdI)
                      "  with a short line " fdShorted(fdI)
                      "  complete first pass " dispPct " percent"
                   delimited by size into burstLine
               end-string
               call "burstWriter" using burstAction burstType
                   burstParam burstDept burstLine
           end-perform

           open input Backorders
           if BoStat = "00"
               move "n" to eof
               perform until eof = "y"
                   read Backorders next record
                       at end
                           move "y" to eof
                       not at end
                           move bo-dateRaised(1:6) to entryPeriod
                           if entryPeriod = inPeriod
                               move bo-department to burstDept
                               move spaces to burstLine
                               string "  Backorder: request #"
                                      bo-requestID " | " bo-itemName
                                      " | short " bo-qtyShort " | "
                                      bo-status
                                   delimited by size into burstLine
                               end-string
                               call "burstWriter" using burstAction
                                   burstType burstParam burstDept
                                   burstLine
                           end-if
                   end-read
               end-perform
               close Backorders
           end-if

           move "F" to burstAction
           call "burstWriter" using burstAction burstType burstParam
               burstDept burstLine.
