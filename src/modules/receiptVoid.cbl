      $set sourceformat"free"
        IDENTIFICATION DIVISION.
        PROGRAM-ID. receiptVoid.

       environment division.
           input-output section.
               file-control.
                   copy "Inventory".

                   copy "RestockHist".

                   copy "PurchOrders".

                   copy "StockLots".

                   copy "NonPoReceipts".

                   copy "PutawayTasks".

                   copy "OverflowStock".

                   copy "VendorInvoices".

                   *> Copy-out/copy-back staging for marking the
                   *> original history row, the same two passes
                   *> itemMerge uses on the ledger.
                   select VoidStage
                       assign to "data\ReceiptVoid.tmp"
                       organization is line sequential
                       file status is StgStat.

        DATA DIVISION.
            file section.
                copy "Inventory-rec".

                copy "RestockHist-rec".

                copy "PurchOrders-rec".

                copy "StockLots-rec".

                copy "NonPoReceipts-rec".

                copy "PutawayTasks-rec".

                copy "OverflowStock-rec".

                copy "VendorInvoices-rec".

                FD VoidStage.
                01 stageRec pic x(148).

            WORKING-STORAGE SECTION.
           01 Invstat pic xx.
           01 HistStat pic xx.
           01 PoStat pic xx.
           01 LotStat pic xx.
           01 StgStat pic xx.
           01 NpStat pic xx.
           01 PtStat pic xx.
           01 OfStat pic xx.
           01 ViStat pic xx.
           01 eof pic x value "n".

           01 voidOperator pic x(10).
           01 authorized pic x.
           *> Reversing a booked receipt is a supervisor correction,
           *> the same checkpoint as closing a month.
           01 ApproverRole pic x(10) value "SUPERVISOR".
           01 frozenFlag pic x.
           01 trainingFlag pic x.

           *> Which receipts to list: one item, one PO, or both.
           01 inItemID pic 9(5).
           01 inPONumber pic 9(6).
           01 histSeq pic 9(6).
           01 listedCount pic 9(4) value 0.
           01 pickSeq pic 9(6).
           01 confirmChoice pic x.

           *> The picked history row, held while the files it touched
           *> are unwound one by one.
           01 voidHistRec pic x(148).
           01 voidFound pic x.
           01 voidQty pic 9(4).
           01 receiptPeriod pic 9(6).
           01 periodOpen pic x.
           01 fromHold pic x.
           01 lineFound pic x.

           *> What the vendor has already billed against the line,
           *> matched or paid, set against what stays received.
           01 invoicedQty pic 9(6).
           01 remainRecvd pic s9(6).
           01 dispInvoiced pic zz,zz9.
           01 dispRemain pic -zz,zz9.

           *> Serial-tracked units of the receipt leave the books
           *> (serialMove).
           01 serialEvent pic x(10) value "RETIRED".
           01 serialHolder pic x(32).
           01 serialCost pic 9(6)v99.
           01 serialRef pic 9(6).
           01 serialCancelled pic x.

           *> The put-away task the receipt raised (createPutaway).
           01 openTaskID pic 9(8).
           01 doneTaskID pic 9(8).

           *> Moving-average unwind: value on hand less the receipt's
           *> landed value, over what remains on hand.
           01 oldCost pic 9(6)v99.
           01 newCost pic 9(6)v99.
           01 remainValue pic s9(11)v99.
           01 remainQty pic s9(6).
           01 noUplift pic 9(6)v99 value 0.
           01 dispOldCost pic Z,ZZ9.99.
           01 dispNewCost pic Z,ZZ9.99.
           01 dispQty pic z,zz9.
           01 dispCost pic Z,ZZ9.99.

           01 ledQty pic s9(6).
           01 ledBal pic 9(6).
           01 ledType pic x(10) value "RCPT-VOID".
           01 ledRef pic 9(6).
           01 encDept pic x(32).
           01 todayDate pic 9(8).

           *> Validated-input work fields (getNumeric).
           01 numIn pic 9(8).
           01 numCancel pic x.

        linkage section.
        *> Menu-driven sessions pass the logged-in operator so
        *> this program stops trusting a re-typed ID; called
        *> standalone it still prompts.
        01 sessionOperator pic x(10).

        PROCEDURE DIVISION using optional sessionOperator.
           *> Reset scan state: this program is CALLed repeatedly from
           *> menuDriver's loop within the same run unit, and these
           *> fields only initialize once via their VALUE clauses.
           move "n" to eof
           move 0 to listedCount
           move "N" to voidFound
           move spaces to encDept

           display "=== Receipt Void / Correction ==="
           *> Year-end freeze: while the wall-to-wall count is
           *> running the books must not move.
           call "checkFreeze" using frozenFlag
           if frozenFlag = "Y"
               display "Physical-inventory freeze is on; "
                       "stock updates are locked"
               exit program
           end-if
           call "checkTraining" using trainingFlag
           if trainingFlag = "Y"
               display "*** TRAINING MODE - PRACTICE DATA, NOT "
                       "LIVE ***"
           end-if

           if sessionOperator is omitted
               display "Operator ID: " with no advancing
               accept voidOperator
           else
               move sessionOperator to voidOperator
           end-if
           call "authCheck" using voidOperator authorized ApproverRole
           if authorized not = "Y"
               display "Not authorized to void receipts"
               exit program
           end-if
           move function current-date(1:8) to todayDate

           display "ItemID received (0 = any): " with no advancing
           call "getNumeric" using numIn numCancel
           if numCancel = "Y"
               exit program
           end-if
           move numIn to inItemID
           display "PO number (0 = any): " with no advancing
           call "getNumeric" using numIn numCancel
           if numCancel = "Y"
               exit program
           end-if
           move numIn to inPONumber
           if inItemID = 0 and inPONumber = 0
               display "Give an item or a PO to find the receipt by"
               exit program
           end-if

           perform listReceipts
           if listedCount = 0
               display "No receipts on file for that item / PO"
               exit program
           end-if

           display "Receipt # to void (0 = none): " with no advancing
           call "getNumeric" using numIn numCancel
           if numCancel = "Y" or numIn = 0
               exit program
           end-if
           move numIn to pickSeq
           perform loadPickedReceipt
           if voidFound not = "Y"
               display "Receipt #" pickSeq " is not one listed above"
               exit program
           end-if

           *> A receipt in a closed month is already in published
           *> books; that one is corrected with an adjustment.
           move voidHistRec to restockHistRec
           move h-date(7:4) to receiptPeriod(1:4)
           move h-date(4:2) to receiptPeriod(5:2)
           call "checkPeriod" using receiptPeriod periodOpen
           if periodOpen not = "Y"
               display "Period " receiptPeriod " is CLOSED; correct "
                       "this receipt with an adjustment instead"
               exit program
           end-if

           move h-amountAdded to dispQty
           display "Void receipt of " dispQty " x "
                   function trim(h-itemName) " on " h-date
                   " (PO #" h-poNumber ")? [y/n]: " with no advancing
           accept confirmChoice
           if confirmChoice not = "y" and confirmChoice not = "Y"
               display "Nothing voided"
               exit program
           end-if

           move voidHistRec to restockHistRec
           perform checkInvoicedQty
           if confirmChoice not = "y" and confirmChoice not = "Y"
               display "Nothing voided"
               exit program
           end-if

           perform reverseStock
           if voidFound not = "Y"
               exit program
           end-if
           move voidHistRec to restockHistRec
           perform reopenPOLine
           move voidHistRec to restockHistRec
           perform backOutLot
           move voidHistRec to restockHistRec
           if fromHold = "N"
               perform cancelPutaway
           end-if
           move voidHistRec to restockHistRec
           perform markHistoryVoided
           move voidHistRec to restockHistRec
           if h-nonPoID not = 0
               perform voidNonPoReceipt
           end-if

           if encDept not = spaces
               call "recalcEncumbrance" using encDept
           end-if
           display "Receipt #" pickSeq " voided"

       exit program.

       *> Receipts only (returns carry a request ID), oldest first,
       *> numbered by their place in the log so the pick is exact.
       listReceipts.
           open input RestockHistory
           if HistStat not = "00"
               exit paragraph
           end-if
           display "   #  | Date       | ItemID| Item                     "
                   "|  Qty | PO #  |Ln|    Cost | Lot"
           move 0 to histSeq
           move "n" to eof
           perform until eof = "y"
               read RestockHistory next record
                   at end
                       move "y" to eof
                   not at end
                       add 1 to histSeq
                       if h-requestID = 0
                          and h-voidFlag not = "V"
                          and (inItemID = 0 or inItemID = h-itemID)
                          and (inPONumber = 0
                               or inPONumber = h-poNumber)
                           move h-amountAdded to dispQty
                           move h-receiptCost to dispCost
                           display histSeq "| " h-date " | " h-itemID
                                   "| " h-itemName "|" dispQty " |"
                                   h-poNumber "|" h-poLine "|"
                                   dispCost " | " h-lotNumber
                           add 1 to listedCount
                       end-if
               end-read
           end-perform
           close RestockHistory.

       loadPickedReceipt.
           move "N" to voidFound
           open input RestockHistory
           if HistStat not = "00"
               exit paragraph
           end-if
           move 0 to histSeq
           move "n" to eof
           perform until eof = "y"
               read RestockHistory next record
                   at end
                       move "y" to eof
                   not at end
                       add 1 to histSeq
                       if histSeq = pickSeq
                           move "y" to eof
                           if h-requestID = 0
                              and h-voidFlag not = "V"
                              and (inItemID = 0 or inItemID = h-itemID)
                              and (inPONumber = 0
                                   or inPONumber = h-poNumber)
                               move "Y" to voidFound
                               move restockHistRec to voidHistRec
                           end-if
                       end-if
               end-read
           end-perform
           close RestockHistory.

       *> Takes the units back off the shelf (or off QA hold if they
       *> are still there) and re-averages unitCost without this
       *> receipt's landed cost. Stock already issued cannot be
       *> un-received; that is refused rather than driven negative.
       reverseStock.
           move voidHistRec to restockHistRec
           move h-amountAdded to voidQty
           open i-o Inventory
           if Invstat not = "00"
               display "Inventory.dat not available (status "
                       Invstat "); nothing voided"
               call "openFileCheck" using Invstat, omitted, "Y"
               move "N" to voidFound
               exit paragraph
           end-if
           move h-itemID to itemID
           read Inventory key is itemID
               invalid key
                   display "Item " h-itemID " is no longer on "
                           "Inventory.dat; nothing voided"
                   move "N" to voidFound
                   close Inventory
                   exit paragraph
           end-read

           move "N" to fromHold
           if h-heldQA = "Y" and qtyOnHold >= voidQty
               move "Y" to fromHold
           end-if
           if fromHold = "N" and itemStock < voidQty
               display "Only " itemStock " on hand - part of this "
                       "receipt has been issued; adjust instead"
               move "N" to voidFound
               close Inventory
               exit paragraph
           end-if

           *> The units named at receipt go out with it; the operator
           *> keys which ones are going back.
           move spaces to serialHolder
           if h-landedCost not = 0
               move h-landedCost to serialCost
           else
               move unitCost to serialCost
           end-if
           move h-poNumber to serialRef
           call "serialMove" using itemID itemName durableFlag
               serialCost voidQty serialEvent serialHolder serialRef
               voidOperator serialCancelled
           if serialCancelled = "Y"
               display "Nothing voided"
               move "N" to voidFound
               close Inventory
               exit paragraph
           end-if

           move unitCost to oldCost
           move unitCost to newCost
           if h-landedCost not = 0
               compute remainQty = itemStock - voidQty
               compute remainValue = (itemStock * unitCost)
                   - (voidQty * h-landedCost)
               if fromHold = "Y"
                   *> Held units were averaged in at receipt but
                   *> never joined the on-hand quantity.
                   move itemStock to remainQty
                   compute remainValue =
                       ((itemStock + voidQty) * unitCost)
                       - (voidQty * h-landedCost)
               end-if
               if remainQty > 0 and remainValue > 0
                   compute newCost rounded = remainValue / remainQty
               else
                   *> Nothing else left to carry a value: the cost
                   *> goes back to what it was before the receipt.
                   move h-priorCost to newCost
               end-if
           end-if
           move newCost to unitCost

           if fromHold = "Y"
               subtract voidQty from qtyOnHold
           else
               subtract voidQty from itemStock
           end-if
           rewrite invRec
               invalid key
                   display "Failure code: " Invstat
                   move "N" to voidFound
           end-rewrite
           close Inventory
           if voidFound not = "Y"
               exit paragraph
           end-if

           if fromHold = "Y"
               display "Held quantity now " qtyOnHold
           else
               display "Stock now " itemStock
           end-if
           if newCost not = oldCost
               move oldCost to dispOldCost
               move newCost to dispNewCost
               display "Unit cost unwound: " dispOldCost " -> "
                       dispNewCost
               call "logPriceChange" using itemID itemName
                   oldCost newCost voidOperator noUplift
           end-if

           compute ledQty = 0 - voidQty
           move itemStock to ledBal
           move h-poNumber to ledRef
           call "postItemLedger" using itemID itemName ledType
               ledQty ledBal voidOperator ledRef.

       *> The PO line goes back to expecting the units.
       reopenPOLine.
           if h-poNumber = 0
               exit paragraph
           end-if
           open i-o PurchOrders
           if PoStat not = "00"
               display "PurchaseOrders.dat not available; PO #"
                       h-poNumber " left as it stands"
               exit paragraph
           end-if
           perform findPOLine
           if lineFound not = "Y"
               display "No matching line on PO #" h-poNumber
                       "; PO left as it stands"
               close PurchOrders
               exit paragraph
           end-if

           *> The home value booked for the line shrinks in step with
           *> the quantity, so the invoice match keeps measuring
           *> exchange differences against the receipts still
           *> standing.
           if po-receivedQty > voidQty
               compute po-receivedHome rounded = po-receivedHome
                   * (po-receivedQty - voidQty) / po-receivedQty
               subtract voidQty from po-receivedQty
               move "PARTIAL" to po-lineStatus
           else
               move 0 to po-receivedQty
               move 0 to po-receivedHome
               move "OPEN" to po-lineStatus
           end-if
           rewrite PurchOrderRec
           display "PO #" po-number " line " po-line " reopened as "
                   function trim(po-lineStatus) " (" po-receivedQty
                   " of " po-orderedQty " received)"
           if po-project not = spaces
               move po-chargeDept to encDept
           end-if
           close PurchOrders.

       *> Straight to the line the receipt recorded; older history
       *> rows predate the line number, so those take the first line
       *> of the PO for the item that received at least this much.
       findPOLine.
           move "N" to lineFound
           if h-poLine not = 0
               move h-poNumber to po-number
               move h-poLine to po-line
               read PurchOrders key is poKey
                   invalid key
                       continue
                   not invalid key
                       move "Y" to lineFound
               end-read
           else
               move h-poNumber to po-number
               move 0 to po-line
               start PurchOrders key is greater than poKey
                   invalid key
                       move "y" to eof
                   not invalid key
                       move "n" to eof
               end-start
               perform until eof = "y"
                   read PurchOrders next record
                       at end
                           move "y" to eof
                       not at end
                           if po-number not = h-poNumber
                               move "y" to eof
                           else
                               if po-itemID = h-itemID
                                  and po-receivedQty >= voidQty
                                   move "Y" to lineFound
                                   move "y" to eof
                               end-if
                           end-if
                   end-read
               end-perform
           end-if.

       *> Once the vendor's invoice for the line has matched or been
       *> paid, voiding leaves it billing for more than was
       *> received. That wants a credit from the vendor, so the
       *> operator has to say so before anything moves.
       checkInvoicedQty.
           move "Y" to confirmChoice
           if h-poNumber = 0
               exit paragraph
           end-if
           open input PurchOrders
           if PoStat not = "00"
               exit paragraph
           end-if
           move h-amountAdded to voidQty
           perform findPOLine
           close PurchOrders
           if lineFound not = "Y"
               exit paragraph
           end-if

           open input VendorInvoices
           if ViStat not = "00"
               exit paragraph
           end-if
           move 0 to invoicedQty
           move "n" to eof
           perform until eof = "y"
               read VendorInvoices next record
                   at end
                       move "y" to eof
                   not at end
                       if vi-poNumber = po-number
                          and vi-poLine = po-line
                          and (vi-status = "MATCHED"
                               or vi-status = "PAID")
                           add vi-qty to invoicedQty
                       end-if
               end-read
           end-perform
           close VendorInvoices

           compute remainRecvd = po-receivedQty - voidQty
           if invoicedQty <= remainRecvd
               exit paragraph
           end-if
           move invoicedQty to dispInvoiced
           move remainRecvd to dispRemain
           display "PO #" po-number " line " po-line " is invoiced for "
                   function trim(dispInvoiced) " (matched or paid); "
                   "after this void only " function trim(dispRemain)
                   " stay received"
           display "Void anyway and claim a credit from the vendor? "
                   "[y/n]: " with no advancing
           accept confirmChoice.

       backOutLot.
           if h-lotNumber = spaces
               exit paragraph
           end-if
           open i-o StockLots
           if LotStat not = "00"
               display "StockLots.dat not available; lot "
                       function trim(h-lotNumber) " not adjusted"
               exit paragraph
           end-if
           move h-itemID to lot-itemID
           move h-lotNumber to lot-lotNumber
           read StockLots key is lotKey
               invalid key
                   display "Lot " function trim(h-lotNumber)
                           " is no longer on file"
                   close StockLots
                   exit paragraph
           end-read
           if lot-qty > voidQty
               subtract voidQty from lot-qty
               rewrite StockLotRec
               display "Lot " function trim(h-lotNumber)
                       " now holds " lot-qty
           else
               *> The receipt was all that was left of the lot.
               delete StockLots
               display "Lot " function trim(h-lotNumber)
                       " removed"
           end-if
           close StockLots.

       *> The history row stays, flagged, so the receipt and its void
       *> read side by side in the audit trail.
       markHistoryVoided.
           open input RestockHistory
           open output VoidStage
           move 0 to histSeq
           move "n" to eof
           perform until eof = "y"
               read RestockHistory next record
                   at end
                       move "y" to eof
                   not at end
                       add 1 to histSeq
                       if histSeq = pickSeq
                           move "V" to h-voidFlag
                           move voidOperator to h-voidedBy
                           move todayDate to h-voidDate
                       end-if
                       move restockHistRec to stageRec
                       write stageRec
               end-read
           end-perform
           close RestockHistory
           close VoidStage

           open input VoidStage
           open output RestockHistory
           move "n" to eof
           perform until eof = "y"
               read VoidStage
                   at end
                       move "y" to eof
                   not at end
                       move stageRec to restockHistRec
                       write restockHistRec
               end-read
           end-perform
           close VoidStage
           close RestockHistory.

       *> A card or paid-direct buy that never really landed drops
       *> out of the statement reconciliation; the charge, if one
       *> posts, then shows up unmatched and wants a refund.
       voidNonPoReceipt.
           open i-o NonPoReceipts
           if NpStat not = "00"
               exit paragraph
           end-if
           move h-nonPoID to np-id
           read NonPoReceipts key is np-id
               invalid key
                   continue
               not invalid key
                   move "VOID" to np-status
                   rewrite nonPoRec
           end-read
           close NonPoReceipts.

       *> A put-away still waiting is cancelled so nobody goes
       *> looking for goods that went back; one already confirmed
       *> into an overflow bin takes the units off that bin's row.
       *> The latest task of the receipt's item, PO and quantity is
       *> the one it raised.
       cancelPutaway.
           open i-o PutawayTasks
           if PtStat not = "00"
               exit paragraph
           end-if
           move 0 to openTaskID
           move 0 to doneTaskID
           move "n" to eof
           perform until eof = "y"
               read PutawayTasks next record
                   at end
                       move "y" to eof
                   not at end
                       if pt-source = "RECEIPT"
                          and pt-reference = h-poNumber
                          and pt-itemID = h-itemID
                          and pt-qty = voidQty
                           if pt-status = "OPEN"
                               move pt-id to openTaskID
                           end-if
                           if pt-status = "DONE"
                              and pt-actualBin not = pt-homeBin
                               move pt-id to doneTaskID
                           end-if
                       end-if
               end-read
           end-perform

           if openTaskID not = 0
               move openTaskID to pt-id
           else
               move doneTaskID to pt-id
           end-if
           if pt-id = 0
               close PutawayTasks
               exit paragraph
           end-if
           read PutawayTasks key is pt-id
               invalid key
                   close PutawayTasks
                   exit paragraph
           end-read
           if pt-status = "DONE"
               perform backOutOverflow
           end-if
           move "CANCELLED" to pt-status
           move voidOperator to pt-doneBy
           move todayDate to pt-doneDate
           rewrite putawayRec
           display "Put-away task #" pt-id " cancelled"
           close PutawayTasks.

       backOutOverflow.
           open i-o OverflowStock
           if OfStat not = "00"
               exit paragraph
           end-if
           move pt-actualBin to of-bin
           move pt-itemID to of-itemID
           read OverflowStock key is ofKey
               invalid key
                   close OverflowStock
                   exit paragraph
           end-read
           if of-qty > voidQty
               subtract voidQty from of-qty
               rewrite overflowRec
               display "Overflow in " function trim(of-bin)
                       " now " of-qty
           else
               delete OverflowStock record
               display "Overflow in " function trim(of-bin)
                       " cleared"
           end-if
           close OverflowStock.
