
                   copy "VendorMaster".

                   copy "PurchOrders".

                   *> Overflow parking: entries past the posting
                   *> buffer wait here and go back onto the queue so
                   *> a re-run can drain them.

               copy "VendorMaster-rec".

               copy "PurchOrders-rec".

               FD CarryFile.
               01 carryLine pic x(132).

            WORKING-STORAGE SECTION.
            01 TqStat pic xx.
            01 HistStat pic xx.
            01 CarryStat pic xx.
            01 vendStat pic xx.
            01 PoStat pic xx.
            *> The PO's vendor, put through the same checkVendor
            *> refusal addStocks applies at the dock.
            01 poVendorCode pic x(8).
            01 poEof pic x.
            01 vendorStatus pic x.
            01 vendorReason pic x(30).
            01 holdThisReceipt pic x.
            01 eof pic x value "n".
            01 frozenFlag pic x.
                    03 qExpDate pic 9(8).
                    03 qDate pic 9(8).
                    03 qTime pic x(8).
                    03 qTakenBy pic x(8).
                    03 qDepartment pic x(32).
                    03 qReason pic x(30).
            01 qI pic 9(3).

            01 postedCount pic 9(3) value 0.
            *> exposing the two bytes after itemStock by reference.
            01 ledBal pic 9(6).
            01 ledType pic x(10).
            *> Receipts replayed here get a put-away task like any
            *> other (createPutaway.cbl).
            01 putSource pic x(10) value "RECEIPT".
            *> An emergency issue lands on the morning worklist.
            01 egQty pic 9(2).
            01 egSource pic x(1) value "Q".
            01 egID pic 9(6).

        PROCEDURE DIVISION.
           *> Reset scan state: this program is CALLed repeatedly from
                               move tq-expDate to qExpDate(qCount)
                               move tq-date to qDate(qCount)
                               move tq-time to qTime(qCount)
                               move tq-takenBy to qTakenBy(qCount)
                               move tq-department
                                   to qDepartment(qCount)
                               move tq-reason to qReason(qCount)
                           end-if
                   end-read
               end-perform
                   *> the usage history the tuning and cover reports
                   *> read from never sees outage-keyed demand.
                   move qQty(qI) to usageQty
                   call "recordUsage" using itemID itemName
                       usageQty
               when "EMERGENCY"
                   if itemStock < qQty(qI)
                       display "Entry " qI " (EMERGENCY item "
                               qItemID(qI) " x " qQty(qI)
                               ") no longer applies: only "
                               itemStock " on hand"
                       add 1 to failedCount
                       exit paragraph
                   end-if
                   subtract qQty(qI) from itemStock
                   compute ledQty = 0 - qQty(qI)
                   move "ISSUE" to ledType
                   move qQty(qI) to usageQty
                   call "recordUsage" using itemID itemName
                       usageQty
               when "RETURN"
                   add qQty(qI) to itemStock
                   move qQty(qI) to ledQty
                   move "RETURN" to ledType
               when other
                   if qRefID(qI) not = 0
                       perform findPOVendor
                       call "checkVendor" using poVendorCode
                           vendorStatus vendorReason
                       if vendorStatus = "B" or vendorStatus = "I"
                           display "Entry " qI " (RECEIPT item "
                                   qItemID(qI) " on PO " qRefID(qI)
                                   "): vendor " poVendorCode " is "
                                   vendorStatus " ("
                                   function trim(vendorReason)
                                   ") - receipt refused"
                           add 1 to failedCount
                           exit paragraph
                       end-if
                   end-if
                   *> Same QA routing addStocks applies: a replayed
                   *> receipt of an inspect-flagged material type
                   *> lands on hold, not in issuable stock. (The

           rewrite invRec
           move itemStock to ledBal
           if qType(qI) = "EMERGENCY"
               *> No request yet; the ledger names the taker and the
               *> worklist carries the charge until one is raised.
               call "postItemLedger" using itemID itemName ledType
                   ledQty ledBal qOperator(qI) qRefID(qI)
                   qTakenBy(qI)
               move qQty(qI) to egQty
               call "logEmergencyIssue" using qDate(qI) qTime(qI)
                   qTakenBy(qI) qDepartment(qI) itemID itemName egQty
                   unitCost qReason(qI) qOperator(qI) egSource egID
               display "Emergency issue " egID " awaits reconciliation"
           else
               call "postItemLedger" using itemID itemName ledType
                   ledQty ledBal qOperator(qI) qRefID(qI)
           end-if
           if qType(qI) not = "ISSUE" and qType(qI) not = "EMERGENCY"
               *> Receipts and returns belong in RestockHistory.dat
               *> too, or the GL export and vendor scorecard never
               *> see anything received through an outage.
               perform appendRestockHistory
           end-if
           if ledType = "RECEIPT"
               call "createPutaway" using itemID qQty(qI) putSource
                   qRefID(qI) qOperator(qI)
           end-if
           add 1 to postedCount
           display "Posted " qType(qI) " item " qItemID(qI)
                   " x " qQty(qI) "; stock now " itemStock.

       *> The vendor off the PO's line for the item, else its first
       *> line; all lines of a PO share the vendor.
       findPOVendor.
           move spaces to poVendorCode
           open input PurchOrders
           if PoStat not = "00"
               exit paragraph
           end-if
           move "n" to poEof
           move qRefID(qI) to po-number
           move 0 to po-line
           start PurchOrders key is greater than poKey
               invalid key move "y" to poEof
           end-start
           perform until poEof = "y"
               read PurchOrders next record
                   at end
                       move "y" to poEof
                   not at end
                       if po-number not = qRefID(qI)
                           move "y" to poEof
                       else
                           if poVendorCode = spaces
                              or po-itemID = qItemID(qI)
                               move po-vendorCode to poVendorCode
                           end-if
                           if po-itemID = qItemID(qI)
                               move "y" to poEof
                           end-if
                       end-if
               end-read
           end-perform
           close PurchOrders.

       appendRestockHistory.
           move itemID to h-itemID
           move itemName to h-itemName
           end-if
           *> The offline capture screen takes no unit cost.
           move 0 to h-receiptCost
           move 0 to h-poLine h-landedCost h-priorCost h-voidDate
           move 0 to h-nonPoID
           move spaces to h-lotNumber h-heldQA h-voidFlag h-voidedBy
           move space to h-receiptType

           open extend RestockHistory
           if HistStat = "05" or HistStat = "35"
                   not invalid key
                       if v-inspectFlag = "Y"
                           move "Y" to holdThisReceipt
                           *> Skip-lot vendors: same rule as
                           *> addStocks.cbl.
                           call "skipLotCheck" using vendorCode
                               materialType itemID itemName qQty(qI)
                               qOperator(qI) holdThisReceipt
                       end-if
               end-read
               close VendorMaster
