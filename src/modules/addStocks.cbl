                    *> at receipt.
                    copy "StockLots".

                    *> Card and paid-direct buys received with no PO.
                    copy "NonPoReceipts".

                    copy "EmployeeMaster".

                    *> Dock-count-versus-ASN discrepancies, dated like
                    *> the import reject files.
                    select AsnDiscFile

                copy "StockLots-rec".

                copy "NonPoReceipts-rec".

                copy "EmployeeMaster-rec".

                FD AsnDiscFile.
                01 asnDiscLine pic x(100).

           01 BoStat pic xx.
           01 PoStat pic xx.
           01 vendStat pic xx.
           01 NpStat pic xx.
           01 EmStat pic xx.

           *> QA hold routing: set per receipt from the vendor
           *> master's inspect flag for the item's material type.
                   03 boFoundQty pic 9(4).
                   03 boFoundDept pic x(32).
                   03 boFoundDate pic 9(8).
                   03 boReleased pic x.
           01 boI pic 9(2).
           01 boI2 pic 9(2).
           01 boTempReqID pic 9(6).
           01 releaseChoice pic x.
           01 releaseDate pic 9(8).
           01 dispBoQty pic z,zz9.
           *> Outbox notice (queueNotification.cbl).
           01 noticeType pic x(1).
           01 noticeTo pic x(32).
           01 noticeMsg pic x(12).
           01 noticeRef pic x(20).
           01 noticeText pic x(80).

           *> Purchase-order receiving: which PO this session is
           *> receiving against (0 = free receipt, the original path),
           01 outstandingQty pic s9(5).
           01 overChoice pic x.
           01 shortChoice pic x.
           *> Receiving tolerances, percent of the ordered quantity
           *> (RCPT-OVER-PCT / RCPT-UNDER-PCT on SystemParams.dat;
           *> both 0 unless set): an overage inside the first takes
           *> no warning, a shortfall inside the second closes the
           *> line as received complete.
           01 overPct pic 9(3) value 0.
           01 underPct pic 9(3) value 0.
           01 overLimit pic 9(6).
           01 underLimit pic 9(6).
           01 ruleName pic x(20).
           01 ruleValue pic 9(9).
           *> Vendor standing from checkVendor: A, H, B or I.
           01 vendorStatus pic x.
           *> Charged department of a project PO line received this
           *> session; spaces when none.
           01 encDept pic x(32).
           01 vendorReason pic x(30).
           01 openLineCount pic 9(2).
           01 moreLines pic x.
           01 dispOrdered pic z,zz9.
           01 asnDiscName pic x(48).
           01 discDate pic 9(8).

           *> Non-PO receipts: C = purchasing card, D = paid direct,
           *> space for a PO or ordinary receipt. The row written to
           *> NonPoReceipts.dat is numbered into nonPoID.
           01 nonPoType pic x value space.
           01 nonPoID pic 9(8) value 0.
           01 nonPoChoice pic x.
           01 nonPoCancel pic x.
           01 npVendor pic x(8).
           01 npVendorFound pic x.
           01 npCardholder pic x(8).
           01 npReason pic x(40).
           01 npAmount pic 9(7)v99.
           01 npLimit pic 9(9).
           01 npApprovedBy pic x(10).
           01 npAuthorized pic x.
           01 npEof pic x.
           01 SupervisorRole pic x(10) value "SUPERVISOR".
           01 dispNpAmount pic Z,ZZZ,ZZ9.99.
           01 dispNpLimit pic Z(8)9.

           *> Scan-first entry at the dock.
           01 scanChoice pic x.
           01 scanItemID pic 9(5).
           *> What the wedge or the clerk typed: our itemID, or a
           *> vendor / manufacturer part number or barcode off the
           *> carton, resolved through resolvePartNo.cbl.
           01 scanCode pic x(25).
           01 scanDigits pic 9(2).
           01 scanFound pic x.
           01 xrefSource pic x(10) value "RECEIVING".
           01 xrefVendor pic x(8).
           01 xrefReference pic x(20) value "dock scan".
           01 confirmScan pic x.

           *> Validated-input work fields (getNumeric/getValidDate).
           01 receiptCost pic 9(6)v99.
           01 landedCharges pic 9(7)v99.
           01 landedUnitCost pic 9(6)v99.
           *> Serial capture for tracked units (serialMove).
           01 serialEvent pic x(10).
           01 serialHolder pic x(32).
           01 serialCost pic 9(6)v99.
           01 serialRef pic 9(6).
           01 serialCancelled pic x.

           *> Hazmat put-away check (hazardCheck).
           01 hazQty pic 9(6).
           01 hazWarnings pic 9(3).
           01 landedUplift pic 9(6)v99.
           01 oldCost pic 9(6)v99.
           01 newAvgCost pic 9(6)v99.
           01 dispOldCost pic Z,ZZ9.99.
           *> Foreign-currency PO lines: the vendor's price converts
           *> at the receipt date's rate (getExchangeRate) before it
           *> touches unitCost, and the line's booked home value
           *> grows by what this receipt cost.
           01 receiptDate pic 9(8).
           01 receiptRate pic 9(4)v9(6).
           01 rateFound pic x.
           01 receiptHome pic 9(9)v99.
           01 dispRate pic ZZZ9.999999.
           01 dispNewCost pic Z,ZZ9.99.

           *> Signed movement handed to the shared ledger poster.
           *> exposing the two bytes after itemStock by reference.
           01 ledBal pic 9(6).
           01 ledType pic x(10).
           *> Put-away task source for createPutaway.cbl.
           01 putSource pic x(10) value "RECEIPT".

            01 foundRecord.
               02 foundTable occurs 50 times.
               exit program
           end-if

           *> Urgent buys made on a purchasing card or paid direct
           *> never had a PO; they come in through the name search
           *> below with the seller, price, payer and reason the
           *> audit trail needs.
           move space to nonPoType
           move 0 to nonPoID
           display "Bought on a purchasing card or paid direct? "
                   "[y/n]: " no advancing
           accept nonPoChoice
           if nonPoChoice = "y" or nonPoChoice = "Y"
               move "C" to nonPoType
           end-if

           *> Scan mode: a barcode wedge types the itemID and Enter,
           *> the record reads by key, and the loop waits for the
           *> next scan - the fast path at the dock.
           move "n" to scanChoice
           if nonPoType = space
               display "Scan itemIDs? [y/n] (n = name search): "
                       no advancing
               accept scanChoice
           end-if
           if scanChoice = "y" or scanChoice = "Y"
               perform scanReceiptLoop
               exit program
                       exit program
                   end-if
                   compute receiptCost = numIn / 100
                   if nonPoType not = space and receiptCost = 0
                       display "A card or paid-direct receipt must "
                               "carry its unit price"
                       exit program
                   end-if

                   move 0 to landedCharges
                   if receiptCost not = 0
                       move sessionOperator to operatorID
                   end-if

                   if nonPoType not = space
                       perform captureNonPoDetails
                       if nonPoCancel = "Y"
                           display "Restock cancelled"
                           exit program
                       end-if
                   end-if

                   display "Expiration date (YYYYMMDD, 0 if none): "
                           no advancing
                   call "getValidDate" using expDate numCancel
                           not invalid key
                               perform applyMovingAverage
                               perform checkInspectFlag
                               move 0 to serialRef
                               perform captureReceiptSerials
                               if serialCancelled = "Y"
                                   close Inventory
                                   exit program
                               end-if
                               if holdThisReceipt = "Y"
                                   add RestockAmount to qtyOnHold
                               else
                                        end-if
                                        move itemID to restockedID
                                        move itemName to restockedName
                                        if nonPoType not = space
                                            perform writeNonPoReceipt
                                        end-if
                                        perform logRestock
                                        perform logAverageChange
                       end-read
           move 0 to h-requestID
           move receivingPO to h-poNumber
           move receiptCost to h-receiptCost
           if receivingPO = 0
               move 0 to h-poLine
           else
               move inPOLine to h-poLine
           end-if
           move landedUnitCost to h-landedCost
           move oldCost to h-priorCost
           move lotNumber to h-lotNumber
           move holdThisReceipt to h-heldQA
           move spaces to h-voidFlag h-voidedBy
           move 0 to h-voidDate
           move nonPoType to h-receiptType
           move nonPoID to h-nonPoID
           call "getDate" using h-time h-date

           open extend RestockHistory

           *> Fresh cartons get fresh shelf labels.
           call "writeLabel" using itemID itemName binLocation
               stockUnit

           *> Put-away: hazmat is checked against what already sits
           *> in its bin and zone before the crew shelves it.
           compute hazQty = itemStock + qtyOnHold + qtyQuarantined
           call "hazardCheck" using itemID binLocation hazQty
               hazWarnings
           if hazWarnings > 0
               display "Put-away: resolve the hazmat warnings above "
                       "before shelving at " function trim(binLocation)
           end-if

           *> Held stock stays in the QA cage; its put-away task comes
           *> with the release (qaRelease.cbl).
           if holdThisReceipt not = "Y"
               call "createPutaway" using itemID RestockAmount
                   putSource receivingPO operatorID
           end-if.

       *> Who sold it, who paid, how much and why - all required,
       *> since nothing upstream (no PO, no approval) vouches for a
       *> card or paid-direct buy.
       captureNonPoDetails.
           move "Y" to nonPoCancel
           display "Paid by [c]ard or [d]irect payment: " no advancing
           accept nonPoChoice
           evaluate nonPoChoice
               when "c"
               when "C"
                   move "C" to nonPoType
               when "d"
               when "D"
                   move "D" to nonPoType
               when other
                   display "Payment method is required"
                   exit paragraph
           end-evaluate

           display "Vendor code: " no advancing
           accept npVendor
           move "N" to npVendorFound
           open input VendorMaster
           if vendStat = "00"
               move npVendor to vendorCode
               read VendorMaster key is vendorCode
                   invalid key
                       continue
                   not invalid key
                       move "Y" to npVendorFound
               end-read
               close VendorMaster
           end-if
           if npVendor = spaces or npVendorFound not = "Y"
               display "Vendor " function trim(npVendor)
                       " is not on the vendor master"
               exit paragraph
           end-if
           call "checkVendor" using npVendor vendorStatus vendorReason
           if vendorStatus = "B" or vendorStatus = "I"
               display "Vendor is blocked or inactive: "
                       function trim(vendorReason)
               exit paragraph
           end-if

           if nonPoType = "C"
               display "Cardholder employee ID: " no advancing
           else
               display "Employee who paid (ID): " no advancing
           end-if
           accept npCardholder
           if npCardholder = spaces
               display "Cardholder is required"
               exit paragraph
           end-if
           open input EmployeeMaster
           if EmStat = "00"
               move npCardholder to em-id
               read EmployeeMaster key is em-id
                   invalid key
                       display "Employee " npCardholder
                               " is not on the employee master"
                       close EmployeeMaster
                       exit paragraph
               end-read
               close EmployeeMaster
               if em-status not = "ACTIVE"
                   display "Employee " npCardholder " is "
                           function trim(em-status)
                   exit paragraph
               end-if
           end-if

           display "Reason for buying outside a PO: " no advancing
           accept npReason
           if npReason = spaces
               display "A reason is required"
               exit paragraph
           end-if

           compute npAmount = RestockAmount * receiptCost
               + landedCharges
           move npAmount to dispNpAmount
           display "Total charged, cents incl. tax (0 = "
                   function trim(dispNpAmount) "): " no advancing
           call "getNumeric" using numIn numCancel
           if numCancel = "Y"
               exit paragraph
           end-if
           if numIn not = 0
               compute npAmount = numIn / 100
           end-if

           *> Above the single-purchase limit a supervisor owns the
           *> decision; the clerk's own role may already be enough.
           move spaces to npApprovedBy
           move "PCARD-TXN-LIMIT" to ruleName
           move 500 to ruleValue
           call "getParam" using ruleName ruleValue
           move ruleValue to npLimit
           if npLimit > 0 and npAmount > npLimit
               move npLimit to dispNpLimit
               display "Over the " function trim(dispNpLimit)
                       " limit for card and paid-direct buys"
               call "authCheck" using operatorID npAuthorized
                   SupervisorRole
               if npAuthorized = "Y"
                   move operatorID to npApprovedBy
               else
                   display "Supervisor approving it: " no advancing
                   accept npApprovedBy
                   call "authCheck" using npApprovedBy npAuthorized
                       SupervisorRole
                   if npAuthorized not = "Y"
                       display "Not approved; receipt refused"
                       exit paragraph
                   end-if
               end-if
           end-if
           move "N" to nonPoCancel.

       writeNonPoReceipt.
           open i-o NonPoReceipts
           if NpStat = "35"
               open output NonPoReceipts
               close NonPoReceipts
               open i-o NonPoReceipts
           end-if
           call "openFileCheck" using NpStat

           move 1 to nonPoID
           move "n" to npEof
           move 0 to np-id
           start NonPoReceipts key is not less than np-id
               invalid key move "y" to npEof
           end-start
           perform until npEof = "y"
               read NonPoReceipts next record
                   at end
                       move "y" to npEof
                   not at end
                       compute nonPoID = np-id + 1
               end-read
           end-perform

           initialize nonPoRec
           move nonPoID to np-id
           move function current-date(1:8) to np-date
           move itemID to np-itemID
           move itemName to np-itemName
           move RestockAmount to np-qty
           move receiptCost to np-unitPrice
           move npAmount to np-amount
           move npVendor to np-vendorCode
           move nonPoType to np-payMethod
           move npCardholder to np-cardholder
           move npReason to np-reason
           move operatorID to np-operatorID
           move npApprovedBy to np-approvedBy
           if nonPoType = "C"
               move "OPEN" to np-status
           else
               move "DIRECT" to np-status
           end-if
           write nonPoRec
               invalid key
                   display "Could not record non-PO receipt " nonPoID
                   move 0 to nonPoID
               not invalid key
                   display "Non-PO receipt #" nonPoID " recorded"
           end-write
           close NonPoReceipts.

       *> Per-lot stock: a lot number keyed at the dock writes (or
       *> tops up) the lot row carrying its own quantity and expiry,
                       if v-inspectFlag = "Y"
                           move "Y" to holdThisReceipt
                           move "QA-HOLD" to receiptLedType
                           perform checkSkipLot
                       end-if
               end-read
               close VendorMaster
           end-if.

       *> A vendor on skip-lot inspection only has one lot in so
       *> many held; the rest are received straight to stock.
       checkSkipLot.
           call "skipLotCheck" using vendorCode materialType
               itemID itemName RestockAmount operatorID
               holdThisReceipt
           if holdThisReceipt not = "Y"
               move "RECEIPT" to receiptLedType
           end-if.

       *> Collects this item's OPEN backorders into a bounded table,
       *> orders them oldest-first (same in-memory insertion sort
       *> viewInventory.cbl uses in place of the SORT verb), and walks
           move 0 to boCount
           move "n" to eof
           move 0 to bo-requestID
           move 0 to bo-itemID
           start Backorders key is not less than boKey
               invalid key move "y" to eof
           end-start
                       move "y" to eof
                   not at end
                       if bo-status = "OPEN"
                          and bo-itemID = restockedID
                          and boCount < BoMax
                           add 1 to boCount
                           move bo-requestID to boFoundReqID(boCount)
                           move bo-qtyShort to boFoundQty(boCount)
                           move bo-department to boFoundDept(boCount)
                           move bo-dateRaised to boFoundDate(boCount)
                           move "N" to boReleased(boCount)
                       end-if
               end-read
           end-perform
               perform releaseOneBackorder
           end-perform

           close Backorders

           *> A released backorder fills the rest of its request line.
           perform varying boI from 1 by 1 until boI > boCount
               if boReleased(boI) = "Y"
                   call "syncRequestLines" using boFoundReqID(boI)
               end-if
           end-perform.

       notifyBackorderFilled.
           move "D" to noticeType
           move boFoundDept(boI) to noticeTo
           move "BACKORDFILL" to noticeMsg
           move boFoundReqID(boI) to noticeRef
           move spaces to noticeText
           string "Backorder on request #" boFoundReqID(boI)
                  " filled:" dispBoQty " x " function trim(itemName)
                  " ready for pickup" delimited by size
                  into noticeText
           end-string
           call "queueNotification" using noticeType noticeTo
               noticeMsg noticeRef noticeText operatorID.

       releaseOneBackorder.
           move boFoundQty(boI) to dispBoQty
                       *> tuning and cover reports read from never
                       *> sees backorder-filled demand.
                       move boFoundQty(boI) to usageQty
                       call "recordUsage" using itemID itemName
                           usageQty
                       display "Released " dispBoQty " to "
                               function trim(boFoundDept(boI))
                               "; new stock: " itemStock
                       move boFoundReqID(boI) to bo-requestID
                       move restockedID to bo-itemID
                       read Backorders key is boKey
                           invalid key
                               display "Backorder record went missing"
                               move "FILLED" to bo-status
                               move releaseDate to bo-dateFilled
                               rewrite BackorderRec
                               move "Y" to boReleased(boI)
                               perform notifyBackorderFilled
                       end-read
                   end-if
           end-read
       *> received-complete or short - this is how a vendor shipping
       *> 80 against an order of 100 gets caught at the dock.
       receiveAgainstPO.
           move spaces to encDept
           open i-o PurchOrders
           if PoStat = "35"
               display "No PurchaseOrders.dat yet; create POs first"
               end-if
           end-perform

           close PurchOrders

           *> A project line received moves its value out of the
           *> charged department's encumbrance.
           if encDept not = spaces
               call "recalcEncumbrance" using encDept
           end-if.

       listOpenPOLines.
           move 0 to openLineCount
               exit paragraph
           end-if

           *> A held vendor's open orders still come in; a blocked or
           *> inactive vendor's goods stay on the truck.
           call "checkVendor" using po-vendorCode vendorStatus
                   vendorReason
           if vendorStatus = "B" or vendorStatus = "I"
               display "Vendor " po-vendorCode " is "
                       vendorStatus " (" function trim(vendorReason)
                       ") - receipt refused"
               exit paragraph
           end-if
           if vendorStatus = "H"
               display "Note: vendor " po-vendorCode " is on hold ("
                       function trim(vendorReason) ")"
           end-if

           perform loadReceiptRules
           compute outstandingQty = po-orderedQty - po-receivedQty
           move po-orderedQty to dispOrdered
           move po-receivedQty to dispReceived
               perform convertPurchUnits
           end-if

           move function current-date(1:8) to receiptDate
           call "getExchangeRate" using po-currency receiptDate
               receiptRate rateFound
           if rateFound not = "Y"
               display "No " po-currency " exchange rate on or before "
                       receiptDate "; enter one on the exchange "
                       "rate screen first - receipt not applied"
               exit paragraph
           end-if
           if po-currency = spaces
               display "Unit cost on this receipt (e.g. 1299 for "
                       "$12.99, 0 keeps current): " no advancing
           else
               move receiptRate to dispRate
               display "Unit cost on this receipt in " po-currency
                       " (e.g. 1299 for 12.99, 0 keeps current; 1 "
                       po-currency " = " function trim(dispRate)
                       "): " no advancing
           end-if
           call "getNumeric" using numIn numCancel
           if numCancel = "Y"
               display "Receipt cancelled"
               exit paragraph
           end-if
           compute receiptCost rounded = numIn * receiptRate / 100
           if po-currency not = spaces and receiptCost not = 0
               move receiptCost to dispNewCost
               display "Booked at " dispNewCost
                       " per unit in home currency"
           end-if

           move 0 to landedCharges
           if receiptCost not = 0
               compute landedCharges = numIn / 100
           end-if

           if RestockAmount + po-receivedQty > overLimit
               display "WARNING: this would take the line to "
                       "more than was ordered"
               display "(raise an OS&D claim for the overage - "
               not invalid key
                   perform applyMovingAverage
                   perform checkInspectFlag
                   move po-number to serialRef
                   perform captureReceiptSerials
                   if serialCancelled = "Y"
                       close Inventory
                       exit paragraph
                   end-if
                   if holdThisReceipt = "Y"
                       add RestockAmount to qtyOnHold
                   else
           end-if

           add RestockAmount to po-receivedQty
           if receiptCost not = 0
               compute receiptHome = RestockAmount * receiptCost
           else
               compute receiptHome rounded =
                   RestockAmount * po-unitPrice * receiptRate
           end-if
           add receiptHome to po-receivedHome
           evaluate true
               when po-receivedQty >= po-orderedQty
                   move "CLOSED" to po-lineStatus
                   display "Line " inPOLine " received complete"
               when underPct > 0 and po-receivedQty >= underLimit
                   move "CLOSED" to po-lineStatus
                   display "Line " inPOLine " received complete ("
                           po-receivedQty " of " po-orderedQty
                           ", inside the " underPct "% tolerance)"
               when other
                   display "Line " inPOLine " still short ("
                           po-receivedQty " of " po-orderedQty ")"
                   display "Close this line short? [y/n]: "
                           no advancing
                   accept shortChoice
                   if shortChoice = "y" or shortChoice = "Y"
                       move "SHORT" to po-lineStatus
                       display "(raise an OS&D claim for the "
                               "shortage - menu 79)"
                   else
                       move "PARTIAL" to po-lineStatus
                   end-if
           end-evaluate
           rewrite PurchOrderRec
           if po-project not = spaces
               move po-chargeDept to encDept
           end-if
           perform settleStagedASN

           *> Fresh stock just landed against this line; offer any
       applyMovingAverage.
           move unitCost to oldCost
           move 0 to landedUplift
           move 0 to landedUnitCost
           if receiptCost not = 0 and RestockAmount > 0
               *> The landed figure, not the bare vendor price, is
               *> what the receipt really cost per unit.
               move newAvgCost to unitCost
           end-if.

       *> Serial-tracked items name each unit as it arrives, at the
       *> cost it came in at.
       captureReceiptSerials.
           move "RECEIVED" to serialEvent
           move spaces to serialHolder
           if landedUnitCost not = 0
               move landedUnitCost to serialCost
           else
               move unitCost to serialCost
           end-if
           call "serialMove" using itemID itemName durableFlag
               serialCost RestockAmount serialEvent serialHolder
               serialRef operatorID serialCancelled.

       logAverageChange.
           if unitCost not = oldCost
               move oldCost to dispOldCost
       scanReceiptLoop.
           perform until exit
               display spaces
               display "Scan itemID or part number (0 = done): "
                       no advancing
               accept scanCode
               if scanCode = spaces or scanCode = "0"
                   exit perform
               end-if
               perform resolveScanCode
               if scanFound = "Y"
                   perform receiveOneScan
               end-if
           end-perform.

       *> Up to five digits is our own itemID when one is on file;
       *> anything else - or a short number that is not ours - is
       *> looked up as a part number, and a miss lands on the
       *> part-number exception list.
       resolveScanCode.
           move "N" to scanFound
           move 0 to scanDigits
           inspect scanCode tallying scanDigits
               for characters before initial space
           if scanDigits > 0 and scanDigits <= 5
              and scanCode(1:scanDigits) is numeric
               compute scanItemID = function numval(scanCode)
               open input Inventory
               if Invstat = "00"
                   move scanItemID to itemID
                   read Inventory key is itemID
                       invalid key
                           continue
                       not invalid key
                           move "Y" to scanFound
                   end-read
                   close Inventory
               end-if
               if scanFound = "Y"
                   exit paragraph
               end-if
           end-if

           move spaces to xrefVendor
           call "resolvePartNo" using scanCode xrefVendor xrefSource
               xrefReference scanItemID scanFound
           evaluate scanFound
               when "Y"
                   display "Part " function trim(scanCode)
                           " is itemID " scanItemID
               when "A"
                   display "Part " function trim(scanCode)
                           " matches more than one item; scan or key"
                           " our itemID instead"
               when other
                   display "Part " function trim(scanCode)
                           " not recognised; logged on the part-number"
                           " exception list"
           end-evaluate.

       receiveOneScan.
           open i-o Inventory
           if Invstat not = "00"

           perform applyMovingAverage
           perform checkInspectFlag
           move 0 to serialRef
           perform captureReceiptSerials
           if serialCancelled = "Y"
               close Inventory
               exit paragraph
           end-if
           if holdThisReceipt = "Y"
               add RestockAmount to qtyOnHold
           else
               display "ASN discrepancy logged to " asnDiscName
           end-if
           move "N" to stagedFound.

       loadReceiptRules.
           move "RCPT-OVER-PCT" to ruleName
           move 0 to ruleValue
           call "getParam" using ruleName ruleValue
           move ruleValue to overPct
           move "RCPT-UNDER-PCT" to ruleName
           move 0 to ruleValue
           call "getParam" using ruleName ruleValue
           move ruleValue to underPct
           compute overLimit = po-orderedQty
               + (po-orderedQty * overPct / 100)
           compute underLimit = po-orderedQty
               - (po-orderedQty * underPct / 100).
