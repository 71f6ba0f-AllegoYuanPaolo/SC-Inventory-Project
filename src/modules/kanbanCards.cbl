      $set sourceformat"free"
        IDENTIFICATION DIVISION.
        PROGRAM-ID. kanbanCards.

       environment division.
           input-output section.
             file-control.
                  copy "KanbanCards".

                  copy "KanbanSignals".

                  copy "Inventory".

                  copy "SiteTransfers".

                  copy "PurchOrders".

                  copy "VendorMaster".

                  copy "ItemVendors".

                  copy "VendorContracts".

                  select ReportFile
                      assign to reportFileName
                      organization is line sequential
                      file status is RepStat.

        DATA DIVISION.
           file section.
               copy "KanbanCards-rec".

               copy "KanbanSignals-rec".

               copy "Inventory-rec".

               copy "SiteTransfers-rec".

               copy "PurchOrders-rec".

               copy "VendorMaster-rec".

               copy "ItemVendors-rec".

               copy "VendorContracts-rec".

               FD ReportFile.
               01 reportLine pic x(132).

            WORKING-STORAGE SECTION.
            01 KbStat pic xx.
            01 KsStat pic xx.
            01 InvStat pic xx.
            01 StStat pic xx.
            01 PoStat pic xx.
            01 vendStat pic xx.
            01 IvStat pic xx.
            01 VcStat pic xx.
            01 RepStat pic xx.
            01 eof pic x value "n".
            01 ksEof pic x.
            01 stEof pic x.

            01 choice pic 9 value 1.
            01 kanbanOperator pic x(10).
            01 todayDate pic 9(8).
            01 listedCount pic 9(5) value 0.
            01 signalCount pic 9(5) value 0.
            01 authorized pic x.
            01 SupervisorRole pic x(10) value "SUPERVISOR".
            01 BuyerRole pic x(10) value "BUYER".
            01 MainStore pic x(8) value "MAIN".

            *> The code printed on each card, item-location-card,
            *> e.g. 00123-LINE2-01; a wedge scanner types it and
            *> Enter, or the clerk keys the same string.
            01 cardCode pic x(24).
            01 cdItem pic x(8).
            01 cdLocation pic x(8).
            01 cdCard pic x(4).
            01 cardValid pic x.
            01 inItemID pic 9(5).
            01 inLocation pic x(8).
            01 inCardNo pic 9(2).

            *> Loop set-up fields.
            01 loopIsNew pic x.
            01 oldCardQty pic 9(4).
            01 oldCardCount pic 9(2).
            01 oldStatus pic x(1).
            01 inStatus pic x(1).

            *> The signal being raised or closed.
            01 openSignal pic x.
            01 nextSignalID pic 9(8).
            01 signalType pic x(8).
            01 signalRef pic 9(6).
            01 signalQty pic 9(5).
            01 cycleDays pic 9(5).
            01 highestID pic 9(4).

            *> Draft PO line state, as autoDraftPOs.cbl.
            01 newPONumber pic 9(6).
            01 packRemainder pic 9(4).
            01 vcEof pic x.
            01 contractPrice pic 9(6)v99.
            01 contractCurrency pic x(3).
            01 currencyStatus pic x.
            01 bestEffFrom pic 9(8).
            *> Quantity breaks under the winning contract
            *> (contractTierPrice.cbl).
            01 tierQty pic 9(5).
            01 breakQty pic 9(5).
            01 nextBreakQty pic 9(5).
            01 nextBreakPrice pic 9(6)v99.

            *> Outbox notice (queueNotification.cbl).
            01 noticeType pic x(1).
            01 noticeTo pic x(32).
            01 noticeMsg pic x(12).
            01 noticeRef pic x(20).
            01 noticeText pic x(80).

            *> Report fields.
            01 reportFileName pic x(48).
            01 daysOut pic 9(5).
            01 avgCycle pic 9(4)v9.
            01 dispAvg pic zzz9.9.
            01 loopName pic x(25).
            01 totalOut pic 9(5) value 0.

            *> Before/after pair for the master-file change log.
            01 chgFile pic x(24).
            01 chgKey pic x(40).
            01 chgField pic x(20).
            01 chgOld pic x(40).
            01 chgNew pic x(40).

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
           move 0 to signalCount
           move 0 to totalOut

           display "=== Kanban Two-Bin Cards ==="
           display "  [1] List kanban loops"
           display "  [2] Set up or change a kanban loop"
           display "  [3] Bin empty - card returned"
           display "  [4] Full bin back on the line"
           display "  [5] Cards outstanding and cycle time report"
           display "> " with no advancing
           accept choice

           if sessionOperator is omitted
               display "Operator ID: " with no advancing
               accept kanbanOperator
           else
               move sessionOperator to kanbanOperator
           end-if
           move function current-date(1:8) to todayDate

           evaluate choice
               when 2
                   call "authCheck" using kanbanOperator authorized
                       SupervisorRole
                   if authorized not = "Y"
                       display "Not authorized to set up kanban loops"
                       exit program
                   end-if
                   perform maintainLoop
               when 3
                   perform cardReturnedLoop
               when 4
                   perform binRefilledLoop
               when 5
                   perform outstandingReport
               when other
                   perform listLoops
           end-evaluate

       exit program.

       listLoops.
           open input KanbanCards
           if KbStat not = "00"
               display "No kanban loops on file"
               exit paragraph
           end-if
           open input Inventory
           display "ItemID | Location | Item                      |"
                   " Card qty | Cards | Out | St"
           perform until eof = "y"
               read KanbanCards next record
                   at end
                       move "y" to eof
                   not at end
                       perform lookupLoopName
                       display kb-itemID "  | " kb-location " | "
                               loopName " |     " kb-cardQty " |    "
                               kb-cardCount " |  " kb-cardsOut " | "
                               kb-status
                       add 1 to listedCount
               end-read
           end-perform
           close KanbanCards
           if InvStat = "00"
               close Inventory
           end-if
           display "Kanban loops: " listedCount.

       lookupLoopName.
           move spaces to loopName
           if InvStat not = "00"
               exit paragraph
           end-if
           move kb-itemID to itemID
           read Inventory key is itemID
               invalid key
                   move "(not on file)" to loopName
               not invalid key
                   move itemName to loopName
           end-read.

       *> A loop is the item, where its two bins sit, what a full bin
       *> holds and how many cards circulate. Retiring a loop stops
       *> new signals; cards already out still close normally.
       maintainLoop.
           display "ItemID: " with no advancing
           call "getNumeric" using numIn numCancel
           if numCancel = "Y" or numIn = 0
               exit paragraph
           end-if
           move numIn to inItemID
           open input Inventory
           call "openFileCheck" using InvStat
           move inItemID to itemID
           read Inventory key is itemID
               invalid key
                   display "Item " inItemID " is not on file"
                   close Inventory
                   exit paragraph
           end-read
           close Inventory
           display "Location [MAIN = main store]: " with no advancing
           move spaces to inLocation
           accept inLocation
           if inLocation = spaces
               move MainStore to inLocation
           end-if

           open i-o KanbanCards
           if KbStat = "35"
               open output KanbanCards
               close KanbanCards
               open i-o KanbanCards
           end-if
           call "openFileCheck" using KbStat
           move inItemID to kb-itemID
           move inLocation to kb-location
           move "N" to loopIsNew
           read KanbanCards key is kbKey
               invalid key
                   move "Y" to loopIsNew
                   initialize kanbanRec
                   move inItemID to kb-itemID
                   move inLocation to kb-location
                   move 2 to kb-cardCount
                   move "A" to kb-status
           end-read
           move kb-cardQty to oldCardQty
           move kb-cardCount to oldCardCount
           move kb-status to oldStatus

           display function trim(itemName) " at "
                   function trim(inLocation)
           display "Quantity in one full bin [" kb-cardQty "]: "
                   with no advancing
           call "getNumeric" using numIn numCancel
           if numCancel not = "Y" and numIn > 0
               if numIn > 9999
                   move 9999 to kb-cardQty
               else
                   move numIn to kb-cardQty
               end-if
           end-if
           if kb-cardQty = 0
               display "A card quantity is required"
               close KanbanCards
               exit paragraph
           end-if
           display "Number of cards in the loop [" kb-cardCount "]: "
                   with no advancing
           call "getNumeric" using numIn numCancel
           if numCancel not = "Y" and numIn > 0
               if numIn > 99
                   move 99 to kb-cardCount
               else
                   move numIn to kb-cardCount
               end-if
           end-if
           if kb-cardCount < kb-cardsOut
               display kb-cardsOut " cards are out; the loop cannot "
                       "shrink below that until they come back"
               close KanbanCards
               exit paragraph
           end-if
           display "Status A=active I=retired [" kb-status "]: "
                   with no advancing
           move space to inStatus
           accept inStatus
           inspect inStatus converting "ai" to "AI"
           if inStatus = "A" or inStatus = "I"
               move inStatus to kb-status
           end-if
           move kanbanOperator to kb-setBy
           move todayDate to kb-setDate

           if loopIsNew = "Y"
               write kanbanRec
               display "Kanban loop added"
           else
               rewrite kanbanRec
               display "Kanban loop updated"
           end-if
           close KanbanCards
           perform logLoopChange.

       logLoopChange.
           move "KanbanCards.dat" to chgFile
           move spaces to chgKey
           string kb-itemID "-" kb-location delimited by size
               into chgKey
           end-string
           if kb-cardQty not = oldCardQty or loopIsNew = "Y"
               move "kb-cardQty" to chgField
               move oldCardQty to chgOld
               if loopIsNew = "Y"
                   move spaces to chgOld
               end-if
               move kb-cardQty to chgNew
               call "logMasterChange" using chgFile chgKey chgField
                   chgOld chgNew kanbanOperator
           end-if
           if kb-cardCount not = oldCardCount or loopIsNew = "Y"
               move "kb-cardCount" to chgField
               move oldCardCount to chgOld
               if loopIsNew = "Y"
                   move spaces to chgOld
               end-if
               move kb-cardCount to chgNew
               call "logMasterChange" using chgFile chgKey chgField
                   chgOld chgNew kanbanOperator
           end-if
           if kb-status not = oldStatus and loopIsNew = "N"
               move "kb-status" to chgField
               move oldStatus to chgOld
               move kb-status to chgNew
               call "logMasterChange" using chgFile chgKey chgField
                   chgOld chgNew kanbanOperator
           end-if.

       *> Splits a scanned or keyed card code into item, location
       *> and card number; a blank location is the main store.
       readCardCode.
           move "N" to cardValid
           move spaces to cdItem cdLocation cdCard
           unstring cardCode delimited by "-"
               into cdItem, cdLocation, cdCard
           end-unstring
           if function trim(cdItem) is not numeric
              or function trim(cdCard) is not numeric
               display "Not a kanban card code: " function trim(cardCode)
               exit paragraph
           end-if
           compute inItemID = function numval(cdItem)
           compute inCardNo = function numval(cdCard)
           move cdLocation to inLocation
           if inLocation = spaces
               move MainStore to inLocation
           end-if
           move "Y" to cardValid.

       openSignalFiles.
           open i-o KanbanCards
           open i-o KanbanSignals
           if KsStat = "35"
               open output KanbanSignals
               close KanbanSignals
               open i-o KanbanSignals
           end-if
           call "openFileCheck" using KsStat
           open input Inventory
           call "openFileCheck" using InvStat.

       closeSignalFiles.
           close KanbanCards
           close KanbanSignals
           close Inventory.

       *> The line hands back the card off an emptied bin. Each card
       *> raises one replenishment of one full bin: a draft transfer
       *> from MAIN for a satellite, a draft PO line for the main
       *> store. Both wait for release or approval as usual.
       cardReturnedLoop.
           open input KanbanCards
           if KbStat not = "00"
               display "No kanban loops on file; set one up first"
               exit paragraph
           end-if
           close KanbanCards
           perform openSignalFiles
           display "Scan or key card codes (item-location-card); "
                   "blank to finish"
           perform until exit
               display "Card: " with no advancing
               move spaces to cardCode
               accept cardCode
               if cardCode = spaces
                   exit perform
               end-if
               perform readCardCode
               if cardValid = "Y"
                   perform raiseSignal
               end-if
           end-perform
           perform closeSignalFiles
           display "Signals raised: " signalCount.

       raiseSignal.
           move inItemID to kb-itemID
           move inLocation to kb-location
           read KanbanCards key is kbKey
               invalid key
                   display "No kanban loop for item " inItemID " at "
                           function trim(inLocation)
                   exit paragraph
           end-read
           if kb-status not = "A"
               display "Loop is retired; no signal raised"
               exit paragraph
           end-if
           if inCardNo = 0 or inCardNo > kb-cardCount
               display "Card " inCardNo " is not in this loop of "
                       kb-cardCount
               exit paragraph
           end-if
           perform findOpenSignal
           if openSignal = "Y"
               display "Card " inCardNo " is already out since "
                       ks-signalDate
               exit paragraph
           end-if
           move inItemID to itemID
           read Inventory key is itemID
               invalid key
                   display "Item " inItemID " is not on file"
                   exit paragraph
           end-read

           move kb-cardQty to signalQty
           move spaces to signalType
           move 0 to signalRef
           if kb-location = MainStore
               perform draftKanbanPO
           else
               perform draftKanbanTransfer
           end-if
           if signalType = spaces
               move "NONE" to signalType
           end-if

           perform nextSignal
           initialize kanbanSignalRec
           move nextSignalID to ks-id
           move inItemID to ks-itemID
           move inLocation to ks-location
           move inCardNo to ks-cardNo
           move todayDate to ks-signalDate
           move signalQty to ks-qty
           move signalType to ks-type
           move signalRef to ks-reference
           move kanbanOperator to ks-signalBy
           move "OPEN" to ks-status
           write kanbanSignalRec
               invalid key
                   display "Could not write kanban signal "
                           nextSignalID
                   exit paragraph
           end-write
           add 1 to kb-cardsOut
           move todayDate to kb-lastSignal
           rewrite kanbanRec
           add 1 to signalCount
           evaluate signalType
               when "TRANSFER"
                   display "Card " inCardNo ": transfer #" signalRef
                           " drafted, " signalQty " x "
                           function trim(itemName) " MAIN -> "
                           function trim(inLocation)
               when "PO"
                   display "Card " inCardNo ": draft PO #" signalRef
                           " for " signalQty " x "
                           function trim(itemName)
               when other
                   display "Card " inCardNo " logged; no draft raised,"
                           " buy it by hand"
           end-evaluate.

       findOpenSignal.
           move "N" to openSignal
           move "n" to ksEof
           move 0 to ks-id
           start KanbanSignals key is not less than ks-id
               invalid key move "y" to ksEof
           end-start
           perform until ksEof = "y"
               read KanbanSignals next record
                   at end
                       move "y" to ksEof
                   not at end
                       if ks-itemID = inItemID
                          and ks-location = inLocation
                          and ks-cardNo = inCardNo
                          and ks-status = "OPEN"
                           move "Y" to openSignal
                           move "y" to ksEof
                       end-if
               end-read
           end-perform.

       nextSignal.
           move 1 to nextSignalID
           move "n" to ksEof
           move 0 to ks-id
           start KanbanSignals key is not less than ks-id
               invalid key move "y" to ksEof
           end-start
           perform until ksEof = "y"
               read KanbanSignals next record
                   at end
                       move "y" to ksEof
                   not at end
                       compute nextSignalID = ks-id + 1
               end-read
           end-perform.

       *> Same draft siteReplenish.cbl's planner writes; option 3
       *> there releases it and ships it from MAIN.
       draftKanbanTransfer.
           open i-o SiteTransfers
           if StStat = "35"
               open output SiteTransfers
               close SiteTransfers
               open i-o SiteTransfers
           end-if
           call "openFileCheck" using StStat
           move 0 to highestID
           move "n" to stEof
           move 0 to st-id
           start SiteTransfers key is not less than st-id
               invalid key move "y" to stEof
           end-start
           perform until stEof = "y"
               read SiteTransfers next record
                   at end
                       move "y" to stEof
                   not at end
                       if st-id > highestID
                           move st-id to highestID
                       end-if
               end-read
           end-perform
           compute st-id = highestID + 1
           move inItemID to st-itemID
           move itemName to st-itemName
           move MainStore to st-fromSite
           move inLocation to st-toSite
           move signalQty to st-qty
           move "DRAFT" to st-status
           move 0 to st-shipDate
           move 0 to st-recvDate
           move kanbanOperator to st-operatorID
           move 0 to st-shipmentID
           write SiteTransferRec
               invalid key
                   display "Could not draft transfer " st-id
               not invalid key
                   move "TRANSFER" to signalType
                   move st-id to signalRef
           end-write
           close SiteTransfers.

       *> A main-store card buys one full bin from the material
       *> type's vendor, rounded to their MOQ and pack, priced off
       *> the contract, and queued DRAFT for the buyer in
       *> approvePOs.cbl.
       draftKanbanPO.
           if lifecycleStatus = "P" or lifecycleStatus = "D"
               display "Item is phased out or discontinued; no new buys"
               exit paragraph
           end-if
           open input VendorMaster
           if vendStat not = "00"
               display "No VendorMaster.dat; no PO drafted"
               exit paragraph
           end-if
           move materialType to v-materialType
           read VendorMaster key is v-materialType
               invalid key
                   display "No vendor for material type "
                           function trim(materialType)
                   close VendorMaster
                   exit paragraph
           end-read
           close VendorMaster
           if v-status = "H" or v-status = "B" or v-status = "I"
               display "Vendor " function trim(vendorCode)
                       " is held, blocked or inactive; no PO drafted"
               exit paragraph
           end-if
           *> A vendor-managed-inventory vendor refills off its own
           *> nightly feed (vmiExport.cbl), so the card only logs.
           if v-vmiFlag = "Y"
               display "Vendor " function trim(vendorCode)
                       " manages this stock; no PO drafted"
               exit paragraph
           end-if

           open input ItemVendors
           if IvStat = "00"
               move itemID to iv-itemID
               move vendorCode to iv-vendorCode
               read ItemVendors key is ivKey
                   invalid key
                       continue
                   not invalid key
                       if iv-moq > 0 and signalQty < iv-moq
                           move iv-moq to signalQty
                       end-if
                       if iv-packMult > 1
                           compute packRemainder =
                               function mod(signalQty, iv-packMult)
                           if packRemainder not = 0
                               compute signalQty = signalQty
                                   + iv-packMult - packRemainder
                           end-if
                       end-if
               end-read
               close ItemVendors
           end-if
           if signalQty > 9999
               move 9999 to signalQty
           end-if

           open i-o PurchOrders
           if PoStat = "35"
               open output PurchOrders
               close PurchOrders
               open i-o PurchOrders
           end-if
           call "openFileCheck" using PoStat
           call "readPOID" using newPONumber
           call "updatePOID"
           move newPONumber to po-number
           move 1 to po-line
           move itemID to po-itemID
           move itemName to po-itemName
           move materialType to po-materialType
           move vendorCode to po-vendorCode
           move vendorName to po-vendorName
           move signalQty to po-orderedQty
           move 0 to po-receivedQty
           move todayDate to po-dateOrdered
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
                   display "Duplicate PO line: " po-number "/" po-line
               not invalid key
                   move "PO" to signalType
                   move newPONumber to signalRef
           end-write
           close PurchOrders
           if signalType = "PO"
               perform notifyBuyers
           end-if.

       priceFromContract.
           move 0 to contractPrice
           move 0 to bestEffFrom
           call "checkVendor" using vendorCode currencyStatus omitted
               contractCurrency
           open input VendorContracts
           if VcStat not = "00"
               exit paragraph
           end-if
           move "n" to vcEof
           move vendorCode to vc-vendorCode
           move itemID to vc-itemID
           move 0 to vc-effFrom
           start VendorContracts key is not less than vcKey
               invalid key move "y" to vcEof
           end-start
           perform until vcEof = "y"
               read VendorContracts next record
                   at end
                       move "y" to vcEof
                   not at end
                       if vc-vendorCode not = vendorCode
                          or vc-itemID not = itemID
                           move "y" to vcEof
                       else
                           if vc-effFrom <= todayDate
                              and (vc-effTo = 0
                                   or vc-effTo >= todayDate)
                              and vc-effFrom >= bestEffFrom
                               move vc-effFrom to bestEffFrom
                               move vc-price to contractPrice
                               move vc-currency to contractCurrency
                           end-if
                       end-if
               end-read
           end-perform
           close VendorContracts
           move 0 to breakQty
           move 0 to nextBreakQty
           if contractPrice not = 0
               move signalQty to tierQty
               call "contractTierPrice" using vendorCode
                   itemID bestEffFrom tierQty contractPrice
                   breakQty nextBreakQty nextBreakPrice
           end-if.

       notifyBuyers.
           move "KANBANPO" to noticeMsg
           move newPONumber to noticeRef
           move spaces to noticeText
           string "Kanban card for " function trim(itemName)
                  " drafted PO #" newPONumber ", awaits approval"
                  delimited by size into noticeText
           end-string
           move "R" to noticeType
           move BuyerRole to noticeTo
           call "queueNotification" using noticeType noticeTo
               noticeMsg noticeRef noticeText kanbanOperator.

       *> The full bin is back where the line works from: the card's
       *> cycle closes and its days count toward the loop's average.
       binRefilledLoop.
           open input KanbanSignals
           if KsStat not = "00"
               display "No kanban cards are out"
               exit paragraph
           end-if
           close KanbanSignals
           perform openSignalFiles
           display "Scan or key card codes (item-location-card); "
                   "blank to finish"
           perform until exit
               display "Card: " with no advancing
               move spaces to cardCode
               accept cardCode
               if cardCode = spaces
                   exit perform
               end-if
               perform readCardCode
               if cardValid = "Y"
                   perform closeSignal
               end-if
           end-perform
           perform closeSignalFiles
           display "Cards closed: " signalCount.

       closeSignal.
           perform findOpenSignal
           if openSignal not = "Y"
               display "Card " inCardNo " of item " inItemID " at "
                       function trim(inLocation) " is not out"
               exit paragraph
           end-if
           compute cycleDays = function integer-of-date(todayDate)
               - function integer-of-date(ks-signalDate)
           move "FILLED" to ks-status
           move todayDate to ks-filledDate
           move kanbanOperator to ks-filledBy
           rewrite kanbanSignalRec
           move inItemID to kb-itemID
           move inLocation to kb-location
           read KanbanCards key is kbKey
               invalid key
                   continue
               not invalid key
                   if kb-cardsOut > 0
                       subtract 1 from kb-cardsOut
                   end-if
                   add cycleDays to kb-cycleDays
                   add 1 to kb-cycles
                   rewrite kanbanRec
           end-read
           add 1 to signalCount
           display "Card " inCardNo " back after " cycleDays " day(s)".

       *> Every loop with its cards out and average cycle time, then
       *> each card still out and what it is waiting on.
       outstandingReport.
           open input KanbanCards
           if KbStat not = "00"
               display "No kanban loops on file"
               exit paragraph
           end-if
           open input Inventory
           string "data\KanbanCards_" delimited by size
                  todayDate delimited by size
                  ".txt" delimited by size
                  into reportFileName
           end-string
           open output ReportFile
           call "openFileCheck" using RepStat
           move spaces to reportLine
           string "Kanban cards outstanding and cycle time, " todayDate
               delimited by size into reportLine
           end-string
           write reportLine
           move spaces to reportLine
           write reportLine
           move spaces to reportLine
           string "ItemID | Location | Item                      |"
                  " Card qty | Cards | Out | Cycles | Avg days | St"
               delimited by size into reportLine
           end-string
           write reportLine
           perform until eof = "y"
               read KanbanCards next record
                   at end
                       move "y" to eof
                   not at end
                       perform writeLoopLine
               end-read
           end-perform
           close KanbanCards

           move spaces to reportLine
           write reportLine
           move spaces to reportLine
           string "Cards out" delimited by size into reportLine
           end-string
           write reportLine
           move spaces to reportLine
           string "Signal # | ItemID | Location | Card | Returned |"
                  " Days |  Qty | Raised   | Ref"
               delimited by size into reportLine
           end-string
           write reportLine
           open input KanbanSignals
           if KsStat = "00"
               move "n" to ksEof
               perform until ksEof = "y"
                   read KanbanSignals next record
                       at end
                           move "y" to ksEof
                       not at end
                           if ks-status = "OPEN"
                               perform writeOutLine
                           end-if
                   end-read
               end-perform
               close KanbanSignals
           end-if

           move spaces to reportLine
           write reportLine
           move spaces to reportLine
           string "Loops " listedCount "  cards out " totalOut
               delimited by size into reportLine
           end-string
           write reportLine
           close ReportFile
           if InvStat = "00"
               close Inventory
           end-if
           display "Kanban loops: " listedCount
                   "  cards out: " totalOut
           display "Report written to " reportFileName
           call "registerSpool" using "KANBAN      " reportFileName.

       writeLoopLine.
           perform lookupLoopName
           move 0 to avgCycle
           if kb-cycles > 0
               compute avgCycle rounded = kb-cycleDays / kb-cycles
           end-if
           move avgCycle to dispAvg
           move spaces to reportLine
           string kb-itemID "  | " kb-location " | " loopName " |     "
                  kb-cardQty " |    " kb-cardCount " |  " kb-cardsOut
                  " |  " kb-cycles " |   " dispAvg " | " kb-status
               delimited by size into reportLine
           end-string
           write reportLine
           add 1 to listedCount.

       writeOutLine.
           compute daysOut = function integer-of-date(todayDate)
               - function integer-of-date(ks-signalDate)
           move spaces to reportLine
           string ks-id " | " ks-itemID "  | " ks-location " |   "
                  ks-cardNo " | " ks-signalDate " | " daysOut " | "
                  ks-qty " | " ks-type " | " ks-reference
               delimited by size into reportLine
           end-string
           write reportLine
           add 1 to totalOut.
