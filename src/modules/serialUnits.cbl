      $set sourceformat"free"
        IDENTIFICATION DIVISION.
        PROGRAM-ID. serialUnits.

       environment division.
           input-output section.
               file-control.
                   copy "SerialUnits".

                   copy "SerialHistory".

                   copy "Inventory".

                   *> A retired unit is a write-off: journalled the
                   *> way rtvStock.cbl journals a return.
                   copy "Adjustments".

                   *> Dated unit register, same technique as
                   *> creditAgingReport.cbl's ReportFile.
                   select ReportFile
                       assign to reportFileName
                       organization is line sequential
                       file status is RepStat.

        DATA DIVISION.
           file section.
               copy "SerialUnits-rec".

               copy "SerialHistory-rec".

               copy "Inventory-rec".

               copy "Adjustments-rec".

               FD ReportFile.
               01 reportLine pic x(132).

            WORKING-STORAGE SECTION.
            01 SuStat pic xx.
            01 ShStat pic xx.
            01 InvStat pic xx.
            01 AdjStat pic xx.
            01 RepStat pic xx.
            01 eof pic x value "n".
            01 frozenFlag pic x.

            01 choice pic 9 value 1.
            01 serialOperator pic x(10).
            01 inItemID pic 9(5).
            01 inSerial pic x(20).
            01 inQty pic 9(4).
            01 todayDate pic 9(8).
            01 nowTime pic x(8).
            01 nowDate pic x(10).
            01 reportFileName pic x(48).
            01 listedCount pic 9(5) value 0.
            01 trackedInStock pic 9(5) value 0.
            01 registerValue pic 9(9)v99 value 0.
            01 dispCost pic ZZZ,ZZ9.99.
            01 dispTotal pic ZZZ,ZZZ,ZZ9.99.

            *> Serial capture through the shared mover.
            01 serialEvent pic x(10).
            01 serialHolder pic x(32).
            01 serialRef pic 9(6) value 0.
            01 serialCancelled pic x.
            01 oneUnit pic 9(4) value 1.

            *> Write-off reason off the reason code master.
            01 inReason pic x(30).
            01 reasonType pic x(10) value "ADJUST".
            01 reasonCancelled pic x.

            01 ledQty pic s9(6).
            01 ledBal pic 9(6).
            01 ledType pic x(10).
            01 ledRef pic 9(6) value 0.

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
           move 0 to trackedInStock
           move 0 to registerValue

           display "=== Serial-Tracked Units ==="
           display "  [1] Serial history inquiry"
           display "  [2] Units of an item"
           display "  [3] Register units already on the shelf"
           display "  [4] Retire (dispose of) a unit"
           display "  [5] Unit register report (insurance/audit)"
           display "> " with no advancing
           accept choice

           *> Year-end freeze: a disposal moves stock.
           if choice = 4
               call "checkFreeze" using frozenFlag
               if frozenFlag = "Y"
                   display "Physical-inventory freeze is on; "
                           "stock updates are locked"
                   exit program
               end-if
           end-if
           if sessionOperator is omitted
               display "Operator ID: " with no advancing
               accept serialOperator
           else
               move sessionOperator to serialOperator
           end-if
           move function current-date(1:8) to todayDate
           call "getDate" using nowTime nowDate

           evaluate choice
               when 2
                   perform listItemUnits
               when 3
                   perform registerUnits
               when 4
                   perform retireUnit
               when 5
                   perform unitRegister
               when other
                   perform serialHistoryInquiry
           end-evaluate

       exit program.

       *> Where one unit is now and every move it has made, with
       *> who had it each time it came back.
       serialHistoryInquiry.
           display "ItemID: " with no advancing
           call "getNumeric" using numIn numCancel
           if numCancel = "Y"
               exit paragraph
           end-if
           move numIn to inItemID
           display "Serial number: " with no advancing
           accept inSerial

           open input SerialUnits
           if SuStat not = "00"
               display "No serial-tracked units on file"
               exit paragraph
           end-if
           move inItemID to su-itemID
           move inSerial to su-serial
           read SerialUnits key is suKey
               invalid key
                   display "No unit " function trim(inSerial)
                           " of item " inItemID " on file"
                   close SerialUnits
                   exit paragraph
           end-read
           move su-cost to dispCost
           display function trim(su-itemName) " serial "
                   function trim(su-serial)
           display "  Status   : " su-status " "
                   function trim(su-holder)
           display "  Acquired : " su-acquiredDate "  cost " dispCost
           display "  Last move: " su-lastMoveDate
           close SerialUnits

           display "Date     | Time     | Event      | Holder / from"
                   "                    | Ref    | By         | Note"
           open input SerialHistory
           if ShStat not = "00"
               exit paragraph
           end-if
           perform until eof = "y"
               read SerialHistory
                   at end
                       move "y" to eof
                   not at end
                       if sh-itemID = inItemID
                          and sh-serial = inSerial
                           add 1 to listedCount
                           display sh-date " | " sh-time " | "
                                   sh-event " | " sh-holder " | "
                                   sh-refID " | " sh-operatorID " | "
                                   function trim(sh-note)
                       end-if
               end-read
           end-perform
           close SerialHistory
           display "Moves: " listedCount.

       listItemUnits.
           display "ItemID: " with no advancing
           call "getNumeric" using numIn numCancel
           if numCancel = "Y"
               exit paragraph
           end-if
           move numIn to inItemID
           open input SerialUnits
           if SuStat not = "00"
               display "No serial-tracked units on file"
               exit paragraph
           end-if
           display "Serial               | Status     | Acquired |"
                   "       Cost | Holder"
           move inItemID to su-itemID
           move low-values to su-serial
           start SerialUnits key is not less than suKey
               invalid key move "y" to eof
           end-start
           perform until eof = "y"
               read SerialUnits next record
                   at end
                       move "y" to eof
                   not at end
                       if su-itemID not = inItemID
                           move "y" to eof
                       else
                           add 1 to listedCount
                           move su-cost to dispCost
                           display su-serial " | " su-status " | "
                                   su-acquiredDate " | " dispCost
                                   " | " function trim(su-holder)
                       end-if
               end-read
           end-perform
           close SerialUnits
           display "Units: " listedCount.

       *> Units already on the shelf when tracking started get their
       *> serials keyed once; the stock quantity does not move.
       registerUnits.
           display "ItemID: " with no advancing
           call "getNumeric" using numIn numCancel
           if numCancel = "Y"
               exit paragraph
           end-if
           move numIn to inItemID
           open input Inventory
           call "openFileCheck" using InvStat
           move inItemID to itemID
           read Inventory key is itemID
               invalid key
                   display "No item " inItemID " on file"
                   close Inventory
                   exit paragraph
           end-read
           close Inventory

           perform countTrackedInStock
           display function trim(itemName) " | on shelf " itemStock
                   " | serials on file in stock " trackedInStock
           display "Units to register: " with no advancing
           call "getNumeric" using numIn numCancel
           if numCancel = "Y" or numIn = 0
               exit paragraph
           end-if
           move numIn to inQty
           if trackedInStock + inQty > itemStock
               display "Only " itemStock " on the shelf; that would "
                       "register more units than exist"
               exit paragraph
           end-if
           move "REGISTERED" to serialEvent
           move spaces to serialHolder
           call "serialMove" using itemID itemName durableFlag
               unitCost inQty serialEvent serialHolder serialRef
               serialOperator serialCancelled
           if serialCancelled not = "Y"
               display inQty " unit(s) registered"
           end-if.

       countTrackedInStock.
           move 0 to trackedInStock
           move "n" to eof
           open input SerialUnits
           if SuStat not = "00"
               exit paragraph
           end-if
           move inItemID to su-itemID
           move low-values to su-serial
           start SerialUnits key is not less than suKey
               invalid key move "y" to eof
           end-start
           perform until eof = "y"
               read SerialUnits next record
                   at end
                       move "y" to eof
                   not at end
                       if su-itemID not = inItemID
                           move "y" to eof
                       else
                           if su-status = "IN-STOCK"
                               add 1 to trackedInStock
                           end-if
                       end-if
               end-read
           end-perform
           close SerialUnits
           move "n" to eof.

       *> Disposal: the unit leaves stock for good, journalled at
       *> its item's cost with a reason off the ADJUST list.
       retireUnit.
           display "ItemID: " with no advancing
           call "getNumeric" using numIn numCancel
           if numCancel = "Y"
               exit paragraph
           end-if
           move numIn to inItemID

           display "Reason for disposal:"
           move spaces to inReason
           call "pickReason" using reasonType inReason(1:10)
               serialOperator reasonCancelled
           if reasonCancelled = "Y"
               display "Disposal abandoned"
               exit paragraph
           end-if

           open i-o Inventory
           call "openFileCheck" using InvStat
           move inItemID to itemID
           read Inventory key is itemID
               invalid key
                   display "No item " inItemID " on file"
                   close Inventory
                   exit paragraph
           end-read
           if itemStock = 0
               display "None of " function trim(itemName)
                       " on the shelf to dispose of"
               close Inventory
               exit paragraph
           end-if

           move "RETIRED" to serialEvent
           move inReason(1:10) to serialHolder
           call "serialMove" using itemID itemName durableFlag
               unitCost oneUnit serialEvent serialHolder serialRef
               serialOperator serialCancelled
           if serialCancelled = "Y"
               close Inventory
               exit paragraph
           end-if

           subtract 1 from itemStock
           rewrite invRec

           move -1 to ledQty
           move "ADJUST" to ledType
           move itemStock to ledBal
           call "postItemLedger" using itemID itemName ledType
               ledQty ledBal serialOperator ledRef

           move itemID to adj-itemID
           move itemName to adj-itemName
           move -1 to adj-qty
           move unitCost to adj-unitCost
           move inReason(1:10) to adj-reasonCode
           move serialOperator to adj-operatorID
           move todayDate to adj-date
           move nowTime to adj-time
           move spaces to adj-actingFor
           open extend Adjustments
           if AdjStat = "05" or AdjStat = "35"
               open output Adjustments
               close Adjustments
               open extend Adjustments
           end-if
           write adjustmentRec
           close Adjustments

           display "Unit retired; " function trim(itemName)
                   " on shelf now " itemStock
           close Inventory.

       *> Every unit not yet retired, with its cost and where it is:
       *> the schedule insurance and the asset auditors ask for.
       unitRegister.
           open input SerialUnits
           if SuStat not = "00"
               display "No serial-tracked units on file"
               exit paragraph
           end-if
           string "data\SerialRegister_" delimited by size
                  todayDate delimited by size
                  ".txt" delimited by size
                  into reportFileName
           end-string
           open output ReportFile
           call "openFileCheck" using RepStat

           move spaces to reportLine
           string "Serial-tracked unit register as of " todayDate
               delimited by size into reportLine
           end-string
           write reportLine
           move spaces to reportLine
           string "Item  | Name                      | Serial        "
                  "       | Acquired |       Cost | Status     | "
                  "Holder"
               delimited by size into reportLine
           end-string
           write reportLine

           move low-values to suKey
           start SerialUnits key is not less than suKey
               invalid key move "y" to eof
           end-start
           perform until eof = "y"
               read SerialUnits next record
                   at end
                       move "y" to eof
                   not at end
                       if su-status not = "RETIRED"
                           add 1 to listedCount
                           add su-cost to registerValue
                           move su-cost to dispCost
                           move spaces to reportLine
                           string su-itemID " | " su-itemName " | "
                                  su-serial " | " su-acquiredDate
                                  " | " dispCost " | " su-status
                                  " | " su-holder
                               delimited by size into reportLine
                           end-string
                           write reportLine
                       end-if
               end-read
           end-perform

           move registerValue to dispTotal
           move spaces to reportLine
           write reportLine
           move spaces to reportLine
           string "Units: " listedCount "  value at cost " dispTotal
               delimited by size into reportLine
           end-string
           write reportLine
           close ReportFile
           close SerialUnits

           display "Units on the register: " listedCount
           display "Value at cost: " dispTotal
           display "Report written to " reportFileName
           call "registerSpool" using "SERIALREG   "
               reportFileName.
