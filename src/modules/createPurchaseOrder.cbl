            01 newPONumber pic 9(6).
            01 lineNo pic 9(2).
            01 poWritten pic 9(2) value 0.
            *> Optional direct charge for the whole PO: bought for a
            *> project on a department's behalf instead of for stock.
            01 poProject pic x(10).
            01 poChargeDept pic x(32).

            *> Item-vendor sourcing lookup state.
            01 sourcingUsable pic x value "N".
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
            01 dispPoPrice pic Z,ZZ9.99.

            local-storage section.
                       continue
               end-read
           end-if
           *> A vendor on hold, blocked or inactive takes no new
           *> orders; the line waits until AP clears the vendor.
           if vendorCode not = spaces
              and (v-status = "H" or v-status = "B" or v-status = "I")
               display spaces
               display itemID "| " itemName "| vendor " vendorCode
                       " status " v-status " - "
                       function trim(v-statusReason)
               display "  Not offered: vendor is not active"
               exit paragraph
           end-if

           move itemStock to dispStock
           move orderQuant to dispOrder
           move inQty to selQty(selCount)
           move "N" to selDone(selCount).

       *> Stock replenishment by default; a project code plus the
       *> department paying for it makes the PO a direct charge that
       *> counts against that department's encumbrance once
       *> approved.
       askDirectCharge.
           move spaces to poProject poChargeDept
           display "PO #" newPONumber " ("
                   function trim(selVendorName(selI))
                   ") - project code if bought for a project "
                   "(blank = stock): " with no advancing
           accept poProject
           if poProject = spaces
               exit paragraph
           end-if
           display "Department charged: " with no advancing
           accept poChargeDept
           if poChargeDept = spaces
               display "No department given; PO goes out as stock "
                       "replenishment"
               move spaces to poProject
           end-if.

       *> Vendor sell rules: raise the keyed quantity to the MOQ and
       *> round it up to a whole number of packs, announcing each
       *> adjustment so the operator knows why 90 became 120. With no
                       call "readPOID" using newPONumber
                       call "updatePOID"
                       move 0 to lineNo
                       perform askDirectCharge
                       perform varying selI2 from selI by 1
                               until selI2 > selCount
                           if selDone(selI2) = "N"
                               move orderDate to po-dateOrdered
                               perform priceFromContract
                               move contractPrice to po-unitPrice
                               move contractCurrency to po-currency
                               move 0 to po-receivedHome
                               if contractPrice = 0
                                   display "  (no contract price for "
                                           "item " po-itemID " at "
                               else
                                   move contractPrice to dispPoPrice
                                   display "  Line " lineNo " priced "
                                           "at " dispPoPrice " "
                                           po-currency
                                           " from contract"
                                   if breakQty not = 0
                                       display "    (quantity break "
                                               "from " breakQty ")"
                                   end-if
                                   if nextBreakQty not = 0
                                       move nextBreakPrice
                                           to dispPoPrice
                                       display "    Next break: "
                                               nextBreakQty
                                               " or more at "
                                               dispPoPrice
                                   end-if
                               end-if
                               *> New orders wait in the buyer
                               *> queue (approvePOs.cbl) before
                               *> they can be exported or received.
                               move "DRAFT" to po-lineStatus
                               move spaces to po-approvedBy
                               move spaces to po-approvedFor
                               move 0 to po-approveDate
                               move 0 to po-promiseDate
                               move poProject to po-project
                               move poChargeDept to po-chargeDept
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
