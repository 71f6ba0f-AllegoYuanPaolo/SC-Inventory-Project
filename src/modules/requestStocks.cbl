               01 deptStat pic xx.
               01 BomStat pic xx.
               01 bomUsable pic x value "N".
               01 bomTxnDate pic x(10) value spaces.
               01 bomRevision pic 9(3).
               01 bomFound pic x.
               01 compJ pic 9(2).
               01 compLineQty pic 9(4).

               *> committed this month.
               01 deptValid pic x value "N".
               01 deptMasterUsable pic x value "N".
               01 budgetAmount pic 9(9)v99 value 0.
               01 budgetSource pic x(1).
               01 budgetPeriod pic 9(6).
               01 enforceMode pic x value "W".
               01 lineCost pic 9(9)v99.
               01 requestCost pic 9(9)v99 value 0.
               01 mtdSpend pic 9(11)v99 value 0.
               *> Carried past the close so the new request's line
               *> rows can be written.
               01 newRequestID pic 9(6) value 0.
               *> Encumbrance outside this month's requests: open
               *> backorders, standing orders due and project POs,
               *> as last rebuilt by recalcEncumbrance.
               01 otherCommitted pic 9(11)v99 value 0.
               01 dispOther pic Z,ZZZ,ZZ9.99.
               01 currPeriod pic 9(6).
               01 entryPeriod pic 9(6).
               01 overChoice pic x.
               01 dispCost pic Z,ZZZ,ZZ9.99.
               01 dispBudget pic ZZZ,ZZZ,ZZ9.99.
               01 dispMtd pic Z,ZZZ,ZZ9.99.

               *> Same "item, quant" UNSTRING-by-"; "-then-by-", "
           move "N" to deptValid
           move 0 to requestCost
           move 0 to mtdSpend
           move 0 to otherCommitted
           move 0 to newRequestID
           move "N" to guidedMode
           move 0 to catCount

               move mtdSpend to dispMtd
               display "Monthly budget          : " dispBudget
               display "Committed month to date : " dispMtd
               move otherCommitted to dispOther
               display "Other open commitments  : " dispOther
               if mtdSpend + otherCommitted + requestCost
                       > budgetAmount
                   if enforceMode = "B"
                       display "BLOCKED: this request would put "
                               function trim(inDept)
               *> can fulfillRequest.cbl run the deduction.
               move "PENDING" to reqStatus
               move spaces to approvedBy
               move spaces to approvedFor
               move spaces to approveDate
               move spaces to rejectReason
               move spaces to fulfilledDate
               end-write

               call "updateReqID"
               move requestID to newRequestID

               display "Request logged as #" requestID
                       " - awaiting supervisor approval"

           close Requests

           if newRequestID not = 0
               call "syncRequestLines" using newRequestID
           end-if

       exit program.

       *> Department must exist on DeptMaster.dat before the request
                               " - not on DeptMaster.dat"
                   not invalid key
                       move "Y" to deptValid
                       *> This month's budget for the department
                       *> from the budget file, else deptBudget.
                       move function current-date(1:6)
                           to budgetPeriod
                       call "getDeptBudget" using deptName
                           budgetPeriod budgetAmount budgetSource
                           deptBudget
                       move deptEnforce to enforceMode
                       compute otherCommitted = deptEncBackorders
                           + deptEncStanding + deptEncPOs
               end-read
           end-perform

               exit paragraph
           end-if
           move lineItemName to kitName
           call "bomForDate" using kitName bomTxnDate BomMasterRec
               bomRevision bomFound
           if bomFound not = "Y"
               display "  (not on inventory; costed at zero)"
               exit paragraph
           end-if
           display "  (kit of " kitCompCount " components)"
           perform varying compJ from 1 by 1
                   until compJ > kitCompCount
               move compItemID(compJ) to itemID
               read Inventory key is itemID
                   invalid key
                       continue
                   not invalid key
                       if dc-dept not = inDept
                           move "y" to catEof
                       else
                           if (dc-entryType = "I"
                               or dc-entryType = "K")
                              and catCount < GcMax
                               add 1 to catCount
                               if dc-entryType = "I"
                                   move dc-itemName
                                       to gcName(catCount)
                               else
                                   move dc-entryName
                                       to gcName(catCount)
                               end-if
                               move dc-typicalQty
                                   to gcTypical(catCount)
                           end-if
           if subUsable not = "Y"
               exit paragraph
           end-if
           move itemID to sub-itemID
           move 1 to sub-prefOrder
           read Substitutes key is subKey
               invalid key
