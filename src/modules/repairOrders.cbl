      $set sourceformat"free"
        IDENTIFICATION DIVISION.
        PROGRAM-ID. repairOrders.

       environment division.
           input-output section.
               file-control.
                   copy "RepairOrders".

                   copy "Inventory".

                   *> The maker a durable item goes back to: its
                   *> material type's vendor unless told otherwise.
                   copy "VendorMaster".

                   *> Dated overdue listing, same technique as
                   *> creditAgingReport.cbl's ReportFile.
                   select ReportFile
                       assign to reportFileName
                       organization is line sequential
                       file status is RepStat.

        DATA DIVISION.
           file section.
               copy "RepairOrders-rec".

               copy "Inventory-rec".

               copy "VendorMaster-rec".

               FD ReportFile.
               01 reportLine pic x(132).

            WORKING-STORAGE SECTION.
            01 RoStat pic xx.
            01 InvStat pic xx.
            01 vendStat pic xx.
            01 RepStat pic xx.
            01 eof pic x value "n".
            01 frozenFlag pic x.

            01 choice pic 9 value 1.
            01 repairOperator pic x(10).
            01 inItemID pic 9(5).
            01 inQty pic 9(4).
            01 inVendor pic x(8).
            01 inVendorName pic x(25).
            01 inProblem pic x(40).
            01 inExpected pic 9(8).
            01 inQuote pic 9(6)v99.
            01 inPONumber pic 9(6).
            01 inRepairID pic 9(6).
            01 inBilled pic 9(6)v99.
            01 capAnswer pic x.
            01 nextRepairID pic 9(6).
            01 outstandingQty pic 9(4).
            01 todayDate pic 9(8).
            01 todayInt pic 9(8).
            01 daysLate pic s9(5).
            01 dispLate pic zzzz9.
            01 openCount pic 9(4) value 0.
            01 overdueCount pic 9(4) value 0.
            01 overdueValue pic 9(8)v99 value 0.
            01 noZeroDate pic x value "N".
            01 reportFileName pic x(48).

            *> Blocked or retired vendors get no more of our stock.
            01 vendorStatus pic x.
            01 statusReason pic x(30).

            *> Moving-average recompute when a repair is capitalized.
            01 oldCost pic 9(6)v99.
            01 newAvgCost pic 9(6)v99.
            01 dispOldCost pic ZZZ,ZZ9.99.
            01 dispNewCost pic ZZZ,ZZ9.99.
            01 dispMoney pic ZZZ,ZZ9.99.
            01 dispTotal pic ZZ,ZZZ,ZZ9.99.

            *> Signed movement handed to the shared ledger poster, so
            *> repairs sit in item360's timeline next to the loans.
            01 ledQty pic s9(6).
            01 ledBal pic 9(6).
            01 ledType pic x(10).
            01 ledRef pic 9(6).

            *> Validated-input work fields (getNumeric/getValidDate).
            01 numIn pic 9(8).
            01 numCancel pic x.

            *> Serial capture for tracked units (serialMove).
            01 serialEvent pic x(10).
            01 serialHolder pic x(32).
            01 serialCancelled pic x.

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
           move 0 to openCount
           move 0 to overdueCount
           move 0 to overdueValue

           display "=== Repair Orders (durable items out for repair) ==="
           display "  [1] Send units out for repair"
           display "  [2] Receive repaired units back"
           display "  [3] List repairs at vendor"
           display "  [4] Overdue repairs report"
           display "> " with no advancing
           accept choice

           *> Year-end freeze: sending out and receiving back both
           *> move issuable stock.
           if choice < 3
               call "checkFreeze" using frozenFlag
               if frozenFlag = "Y"
                   display "Physical-inventory freeze is on; "
                           "stock updates are locked"
                   exit program
               end-if
           end-if

           if sessionOperator is omitted
               display "Operator ID: " with no advancing
               accept repairOperator
           else
               move sessionOperator to repairOperator
           end-if

           move function current-date(1:8) to todayDate
           compute todayInt = function integer-of-date(todayDate)

           open i-o RepairOrders
               if RoStat = "35"
                   open output RepairOrders
                   close RepairOrders
                   open i-o RepairOrders
               end-if
               call "openFileCheck" using RoStat

               evaluate choice
                   when 2
                       perform receiveBack
                   when 3
                       perform listAtVendor
                   when 4
                       perform overdueReport
                   when other
                       perform sendOut
               end-evaluate

           close RepairOrders

       exit program.

       sendOut.
           display "ItemID of the durable item: " with no advancing
           call "getNumeric" using numIn numCancel
           if numCancel = "Y"
               exit paragraph
           end-if
           move numIn to inItemID

           open i-o Inventory
               call "openFileCheck" using InvStat
               move inItemID to itemID
               read Inventory key is itemID
                   invalid key
                       display "No item " inItemID " on file"
                       close Inventory
                       exit paragraph
               end-read
               if durableFlag not = "Y"
                   display function trim(itemName)
                           " is a consumable - a faulty one goes back "
                           "through return to vendor, not repair"
                   close Inventory
                   exit paragraph
               end-if

               display function trim(itemName) " | available "
                       itemStock
               display "Quantity going out for repair: "
                       with no advancing
               call "getNumeric" using numIn numCancel
               if numCancel = "Y" or numIn = 0
                   close Inventory
                   exit paragraph
               end-if
               move numIn to inQty
               if itemStock < inQty
                   display "Only " itemStock " available; units out "
                           "on loan must be checked in first"
                   close Inventory
                   exit paragraph
               end-if

               perform chooseRepairVendor
               if inVendor = spaces
                   close Inventory
                   exit paragraph
               end-if

               display "Fault reported: " with no advancing
               accept inProblem
               display "Expected back (YYYYMMDD): " with no advancing
               call "getValidDate" using inExpected numCancel
                       noZeroDate
               if numCancel = "Y"
                   close Inventory
                   exit paragraph
               end-if
               display "Quoted repair cost, total cents "
                       "(e.g. 8500 for $85.00, 0 = not quoted): "
                       with no advancing
               call "getNumeric" using numIn numCancel
               if numCancel = "Y"
                   close Inventory
                   exit paragraph
               end-if
               compute inQuote = numIn / 100
               display "Repair PO number (0 = none yet): "
                       with no advancing
               call "getNumeric" using numIn numCancel
               if numCancel = "Y"
                   move 0 to numIn
               end-if
               move numIn to inPONumber

               perform nextRepairNumber
               move "REPAIR-OUT" to serialEvent
               move inVendorName to serialHolder
               call "serialMove" using itemID itemName durableFlag
                   unitCost inQty serialEvent serialHolder nextRepairID
                   repairOperator serialCancelled
               if serialCancelled = "Y"
                   close Inventory
                   exit paragraph
               end-if

               subtract inQty from itemStock
               rewrite invRec

               initialize RepairOrderRec
               move nextRepairID to ro-id
               move inItemID to ro-itemID
               move itemName to ro-itemName
               move inQty to ro-qty
               move 0 to ro-qtyReturned
               move inVendor to ro-vendorCode
               move inVendorName to ro-vendorName
               move inProblem to ro-problem
               move todayDate to ro-outDate
               move inExpected to ro-expectedDate
               move inQuote to ro-quotedCost
               move 0 to ro-actualCost
               move inPONumber to ro-poNumber
               move "N" to ro-capitalized
               move "AT-VENDOR" to ro-status
               move repairOperator to ro-sentBy
               write RepairOrderRec

               compute ledQty = 0 - inQty
               move "REPAIR-OUT" to ledType
               move itemStock to ledBal
               move nextRepairID to ledRef
               call "postItemLedger" using itemID itemName ledType
                   ledQty ledBal repairOperator ledRef

               display "Repair order #" ro-id ": " inQty " x "
                       function trim(itemName) " to "
                       function trim(ro-vendorName) ", due back "
                       inExpected
           close Inventory.

       *> The material type's vendor is offered; another code can be
       *> keyed when the maker is not the usual supplier.
       chooseRepairVendor.
           move spaces to inVendor
           open input VendorMaster
           if vendStat not = "00"
               display "No VendorMaster.dat; set up vendors first"
               exit paragraph
           end-if
           move materialType to v-materialType
           read VendorMaster key is v-materialType
               invalid key
                   move spaces to vendorCode
           end-read
           if vendorCode not = spaces
               display "Repair vendor [Enter = " vendorCode " "
                       function trim(vendorName) "]: "
                       with no advancing
           else
               display "Repair vendor code: " with no advancing
           end-if
           accept inVendor
           if inVendor = spaces
               move vendorCode to inVendor
           end-if
           if inVendor = spaces
               display "Vendor required; nothing sent"
               close VendorMaster
               exit paragraph
           end-if
           move inVendor to vendorCode
           read VendorMaster key is vendorCode
               invalid key
                   display "Vendor " inVendor " not on file; "
                           "nothing sent"
                   move spaces to inVendor
               not invalid key
                   move vendorName to inVendorName
           end-read
           close VendorMaster
           if inVendor = spaces
               exit paragraph
           end-if

           call "checkVendor" using inVendor vendorStatus
               statusReason
           if vendorStatus = "B" or vendorStatus = "I"
               display "Vendor " inVendor " is blocked: "
                       function trim(statusReason) "; nothing sent"
               move spaces to inVendor
           end-if.

       nextRepairNumber.
           move 1 to nextRepairID
           move "n" to eof
           move 0 to ro-id
           start RepairOrders key is not less than ro-id
               invalid key move "y" to eof
           end-start
           perform until eof = "y"
               read RepairOrders next record
                   at end
                       move "y" to eof
                   not at end
                       compute nextRepairID = ro-id + 1
               end-read
           end-perform
           move "n" to eof.

       *> Units come back into itemStock. A repair that restores or
       *> extends the tool's life goes into its moving average cost;
       *> routine servicing is expensed and leaves the cost alone.
       receiveBack.
           display "Repair order #: " with no advancing
           call "getNumeric" using numIn numCancel
           if numCancel = "Y"
               exit paragraph
           end-if
           move numIn to inRepairID

           move inRepairID to ro-id
           read RepairOrders key is ro-id
               invalid key
                   display "No repair order #" inRepairID " on file"
                   exit paragraph
           end-read
           if ro-status not = "AT-VENDOR"
               display "Repair order #" inRepairID " is already "
                       ro-status
               exit paragraph
           end-if
           compute outstandingQty = ro-qty - ro-qtyReturned
           move ro-quotedCost to dispMoney
           display function trim(ro-itemName) " | out " ro-qty
                   " | back so far " ro-qtyReturned
                   " | quoted " dispMoney

           display "Quantity received back [0 = all " outstandingQty
                   "]: " with no advancing
           call "getNumeric" using numIn numCancel
           if numCancel = "Y"
               exit paragraph
           end-if
           move numIn to inQty
           if inQty = 0 or inQty > outstandingQty
               move outstandingQty to inQty
           end-if

           display "Repair cost billed for these units, total cents "
                   "(0 = no charge): " with no advancing
           call "getNumeric" using numIn numCancel
           if numCancel = "Y"
               exit paragraph
           end-if
           compute inBilled = numIn / 100
           move "N" to capAnswer
           if inBilled > 0
               display "Add the repair cost to the item's cost "
                       "(overhaul/rebuild, not routine service)? "
                       "[y/n]: " with no advancing
               accept capAnswer
               if capAnswer = "y"
                   move "Y" to capAnswer
               end-if
           end-if
           display "Repair PO number [" ro-poNumber
                   ", 0 keeps it]: " with no advancing
           call "getNumeric" using numIn numCancel
           if numCancel not = "Y" and numIn not = 0
               move numIn to ro-poNumber
           end-if

           open i-o Inventory
               call "openFileCheck" using InvStat
               move ro-itemID to itemID
               read Inventory key is itemID
                   invalid key
                       display "Item record gone from Inventory.dat"
                       close Inventory
                       exit paragraph
               end-read
               move "REPAIR-IN" to serialEvent
               move spaces to serialHolder
               call "serialMove" using itemID itemName durableFlag
                   unitCost inQty serialEvent serialHolder ro-id
                   repairOperator serialCancelled
               if serialCancelled = "Y"
                   close Inventory
                   exit paragraph
               end-if
               move unitCost to oldCost
               add inQty to itemStock
               if capAnswer = "Y" and itemStock > 0
                   compute newAvgCost rounded =
                       ((itemStock * unitCost) + inBilled) / itemStock
                   move newAvgCost to unitCost
               end-if
               rewrite invRec

               move inQty to ledQty
               move "REPAIR-IN" to ledType
               move itemStock to ledBal
               move ro-id to ledRef
               call "postItemLedger" using itemID itemName ledType
                   ledQty ledBal repairOperator ledRef

               if unitCost not = oldCost
                   move oldCost to dispOldCost
                   move unitCost to dispNewCost
                   display "Unit cost re-averaged: " dispOldCost
                           " -> " dispNewCost
                   call "logPriceChange" using itemID itemName
                       oldCost unitCost repairOperator
               end-if
           close Inventory

           add inQty to ro-qtyReturned
           add inBilled to ro-actualCost
           if capAnswer = "Y"
               move "Y" to ro-capitalized
           end-if
           move repairOperator to ro-receivedBy
           move todayDate to ro-returnDate
           if ro-qtyReturned >= ro-qty
               move "RETURNED" to ro-status
           end-if
           rewrite RepairOrderRec
           display "Repair order #" ro-id ": " inQty " back in stock; "
                   function trim(ro-status).

       listAtVendor.
           display "Order  | Out      | Due      | Qty  | Back | Vendor"
                   "   | Item"
           move 0 to ro-id
           start RepairOrders key is not less than ro-id
               invalid key move "y" to eof
           end-start
           perform until eof = "y"
               read RepairOrders next record
                   at end
                       move "y" to eof
                   not at end
                       if ro-status = "AT-VENDOR"
                           add 1 to openCount
                           display ro-id " | " ro-outDate " | "
                                   ro-expectedDate " | " ro-qty " | "
                                   ro-qtyReturned " | " ro-vendorCode
                                   " | " ro-itemName
                       end-if
               end-read
           end-perform
           display "------------------------------------------"
           display "Repair orders at vendor: " openCount.

       *> Everything past its expected-back date, with who has it and
       *> what it was quoted at, so nothing goes missing on a paper
       *> log again.
       overdueReport.
           string "data\RepairOverdue_" delimited by size
                  todayDate delimited by size
                  ".txt" delimited by size
                  into reportFileName
           end-string
           open output ReportFile
           call "openFileCheck" using RepStat

           move spaces to reportLine
           string "Repairs overdue back from vendor as of " todayDate
               delimited by size into reportLine
           end-string
           write reportLine
           move spaces to reportLine
           string "Order  | Late  | Out      | Due      | Qty out | "
                  "Vendor   | Item                      |     Quoted"
                  " | PO"
               delimited by size into reportLine
           end-string
           write reportLine

           move 0 to ro-id
           start RepairOrders key is not less than ro-id
               invalid key move "y" to eof
           end-start
           perform until eof = "y"
               read RepairOrders next record
                   at end
                       move "y" to eof
                   not at end
                       if ro-status = "AT-VENDOR"
                          and ro-expectedDate < todayDate
                           perform writeOverdueLine
                       end-if
               end-read
           end-perform

           move overdueValue to dispTotal
           move spaces to reportLine
           write reportLine
           move spaces to reportLine
           string "Overdue repair orders: " overdueCount
                  "  quoted value " dispTotal
               delimited by size into reportLine
           end-string
           write reportLine
           close ReportFile

           display "------------------------------------------"
           display "Overdue repair orders: " overdueCount
           display "Report written to " reportFileName
           call "registerSpool" using "REPAIRDUE   "
               reportFileName.

       writeOverdueLine.
           compute daysLate =
               todayInt - function integer-of-date(ro-expectedDate)
           move daysLate to dispLate
           compute outstandingQty = ro-qty - ro-qtyReturned
           add 1 to overdueCount
           add ro-quotedCost to overdueValue
           move ro-quotedCost to dispMoney
           move spaces to reportLine
           string ro-id " | " dispLate " | " ro-outDate " | "
                  ro-expectedDate " | " outstandingQty "    | "
                  ro-vendorCode " | " ro-itemName " | " dispMoney
                  " | " ro-poNumber
               delimited by size into reportLine
           end-string
           write reportLine
           display ro-id " | " dispLate " days late | "
                   function trim(ro-itemName) " x " outstandingQty
                   " at " function trim(ro-vendorName).
