            01 overdueCount pic 9(3) value 0.
            01 noZeroDate pic x value "N".

            *> Serial capture for tracked units (serialMove).
            01 serialEvent pic x(10).
            01 serialHolder pic x(32).
            01 serialCancelled pic x.

            *> Calibration lockout for measuring tools.
            01 noSerial pic x(20) value spaces.
            01 calStatus pic x(1).
            01 calNextDue pic 9(8).

            *> Signed movement handed to the shared ledger poster, so
            *> loans sit in item360's timeline next to the issues.
            01 ledQty pic s9(6).
                   exit paragraph
               end-if

               *> A measuring tool past its calibration date, or one
               *> that failed it, does not leave the crib.
               call "calibrationCheck" using itemID noSerial
                   calStatus calNextDue
               if calStatus = "X" or calStatus = "F"
                   display function trim(itemName)
                           " is out of calibration (due " calNextDue
                           "); send it for calibration before issue"
                   close Inventory
                   exit paragraph
               end-if

               display function trim(itemName) " | available "
                       itemStock
               display "Quantity out: " with no advancing
                   exit paragraph
               end-if

               perform nextLoanNumber
               move "LOAN-OUT" to serialEvent
               move inDept to serialHolder
               call "serialMove" using itemID itemName durableFlag
                   unitCost inQty serialEvent serialHolder nextLoanID
                   cribOperator serialCancelled
               if serialCancelled = "Y"
                   close Inventory
                   exit paragraph
               end-if

               subtract inQty from itemStock
               rewrite invRec

               move nextLoanID to tl-id
               move inItemID to tl-itemID
               move itemName to tl-itemName
                       close Inventory
                       exit paragraph
               end-read
               move "LOAN-IN" to serialEvent
               move spaces to serialHolder
               call "serialMove" using itemID itemName durableFlag
                   unitCost tl-qty serialEvent serialHolder tl-id
                   cribOperator serialCancelled
               if serialCancelled = "Y"
                   close Inventory
                   exit paragraph
               end-if
               add tl-qty to itemStock
               rewrite invRec

