            01 inQty pic 9(5).
            01 packRemainder pic 9(4).
            01 sourcingUsable pic x value "N".
            01 MainStore pic x(8) value "MAIN".
            01 kanbanActive pic x.

            01 orderDate pic 9(8).
            01 newPONumber pic 9(6).
            01 contractsUsable pic x value "N".
            01 vcEof pic x.
            01 contractPrice pic 9(6)v99.
            *> Currency the line is priced in: the winning contract's,
            *> else the vendor's billing currency (spaces = home).
            01 contractCurrency pic x(3).
            01 currencyStatus pic x.
            01 bestEffFrom pic 9(8).
            *> Quantity breaks under the winning contract
            *> (contractTierPrice.cbl).
            01 tierQty pic 9(5).
            01 breakQty pic 9(5).
            01 nextBreakQty pic 9(5).
            01 nextBreakPrice pic 9(6)v99.

            *> Counts handed back to the nightly window
            *> (batchStepStats.cbl).
            01 statAction pic x(1) value "P".
            01 statRead pic 9(7).
            01 statWritten pic 9(7).
            01 statRejected pic 9(7).
            01 statCode pic 9(2).

            local-storage section.
            01 InvStat pic xx.
           *> only initialize once via their VALUE clauses.
           move "n" to eof
           move 0 to selCount
           move 0 to statRead
           move 0 to poWritten

           display "=== Auto-Draft POs for A-class Shortfalls ==="
                       at end
                           move 'y' to eof
                       not at end
                           add 1 to statRead
                           call "SafeStockCheck" using itemName
                               itemStock restockStatus
                           if abcClass = "A"
           display "A-class items drafted: " selCount
           display "Draft PO(s) queued for the buyer: " poWritten

           move selCount to statWritten
           move 0 to statRejected
           move 0 to statCode
           call "batchStepStats" using statAction statRead statWritten
               statRejected statCode

       exit program.

       draftOneCandidate.
               exit paragraph
           end-if

           *> Two-bin kanban items in the main store are bought by
           *> their cards instead.
           call "checkKanban" using itemID MainStore kanbanActive
           if kanbanActive = "Y"
               exit paragraph
           end-if

           perform checkAlreadyOnOrder
           if onOrderFlag = "Y"
               exit paragraph
                   *> report still shows it for manual handling.
                   exit paragraph
           end-read
           *> Held, blocked or inactive vendors are left for the
           *> buyer to re-source by hand.
           if v-status = "H" or v-status = "B" or v-status = "I"
               exit paragraph
           end-if
           *> A vendor-managed-inventory vendor replenishes these
           *> itself off the nightly feed (vmiExport.cbl).
           if v-vmiFlag = "Y"
               exit paragraph
           end-if

           move orderQuant to inQty
           perform applySourcingRules
                           move orderDate to po-dateOrdered
                           perform priceFromContract
                           move contractPrice to po-unitPrice
                           move contractCurrency to po-currency
                           move 0 to po-receivedHome
                           move "DRAFT" to po-lineStatus
                           move spaces to po-approvedBy
                           move spaces to po-approvedFor
                           move 0 to po-approveDate
                           move 0 to po-promiseDate
                           move spaces to po-project po-chargeDept
                           write PurchOrderRec
                               invalid key
                                   display "Duplicate PO line: "
       priceFromContract.
           move 0 to contractPrice
           move 0 to bestEffFrom
           call "checkVendor" using selVendorCode(selI2)
               currencyStatus omitted contractCurrency
           if contractsUsable not = "Y"
               exit paragraph
           end-if
                              and vc-effFrom >= bestEffFrom
                               move vc-effFrom to bestEffFrom
                               move vc-price to contractPrice
                               move vc-currency to contractCurrency
                           end-if
                       end-if
               end-read
           end-perform
           move 0 to breakQty
           move 0 to nextBreakQty
           if contractPrice not = 0
               move selQty(selI2) to tierQty
               call "contractTierPrice" using selVendorCode(selI2)
                   selItemID(selI2) bestEffFrom tierQty contractPrice
                   breakQty nextBreakQty nextBreakPrice
           end-if.
