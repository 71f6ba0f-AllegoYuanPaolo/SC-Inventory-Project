            *> Committing an annual quantity is the buyer's deal to
            *> sign, like approving any other PO.
            01 BuyerRole pic x(10) value "BUYER".
            *> The buyer this operator signs for when only a
            *> delegation let them through; stamped beside
            *> po-approvedBy on each release.
            01 actingFor pic x(10).

            01 inBlanketID pic 9(4).
            01 inItemID pic 9(5).
            01 warnCount pic 9(2) value 0.
            01 dispPrice pic Z,ZZ9.99.
            01 noZeroDate pic x value "N".
            *> Vendor standing from checkVendor: A, H, B or I.
            01 vendorStatus pic x.
            01 vendorReason pic x(30).
            *> The vendor's billing currency; releases are priced in
            *> it like the blanket itself.
            01 vendorCurrency pic x(3).

            *> Validated-input work fields (getNumeric/getValidDate).
            01 numIn pic 9(8).

       setupBlanket.
           call "authCheck" using blanketOperator authorized
                   BuyerRole actingFor
           if authorized not = "Y"
               display "Not authorized to commit a blanket"
               exit paragraph
           move itemName to bl-itemName
           display "Vendor code: " with no advancing
           accept bl-vendorCode
           call "checkVendor" using bl-vendorCode vendorStatus
                   vendorReason
           if vendorStatus not = "A"
               display "Vendor " bl-vendorCode " is not active ("
                       vendorStatus " - " function trim(vendorReason)
                       "); no blanket committed"
               exit paragraph
           end-if
           display "Vendor name: " with no advancing
           accept bl-vendorName
           display "Committed total quantity: " with no advancing
                       bl-validFrom "-" bl-validTo ")"
               exit paragraph
           end-if
           *> The signed blanket does not override a later hold or
           *> block on the vendor.
           call "checkVendor" using bl-vendorCode vendorStatus
                   vendorReason vendorCurrency
           if vendorStatus not = "A"
               display "Vendor " bl-vendorCode " is not active ("
                       vendorStatus " - " function trim(vendorReason)
                       "); release not cut"
               exit paragraph
           end-if

           compute remainingQty = bl-totalQty - bl-releasedQty
           display "Remaining on the blanket: " remainingQty
               move 0 to po-receivedQty
               move todayDate to po-dateOrdered
               move bl-unitPrice to po-unitPrice
               move vendorCurrency to po-currency
               move 0 to po-receivedHome
               move "OPEN" to po-lineStatus
               move blanketOperator to po-approvedBy
               move todayDate to po-approveDate
               move 0 to po-promiseDate
               move spaces to po-project po-chargeDept
               move actingFor to po-approvedFor
               write PurchOrderRec
           close PurchOrders

