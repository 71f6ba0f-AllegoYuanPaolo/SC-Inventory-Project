           end-if

           compute lineValue = rniQty * accrualPrice
           *> Foreign-currency lines accrue at what their receipts
           *> were booked at in home currency (addStocks.cbl).
           if po-currency not = spaces and po-receivedQty > 0
               compute lineValue rounded =
                   rniQty * po-receivedHome / po-receivedQty
           end-if
           add lineValue to accrualTotal
           add 1 to lineCount

