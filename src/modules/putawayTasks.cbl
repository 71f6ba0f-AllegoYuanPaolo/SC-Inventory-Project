      $set sourceformat"free"
        IDENTIFICATION DIVISION.
        PROGRAM-ID. putawayTasks.

       environment division.
           input-output section.
             file-control.
                  copy "PutawayTasks".

                  copy "OverflowStock".

                  copy "BinMaster".

                  copy "Inventory".

        DATA DIVISION.
           file section.
               copy "PutawayTasks-rec".

               copy "OverflowStock-rec".

               copy "BinMaster-rec".

               copy "Inventory-rec".

            WORKING-STORAGE SECTION.
            01 PtStat pic xx.
            01 OfStat pic xx.
            01 BmStat pic xx.
            01 InvStat pic xx.
            01 eof pic x value "n".

            01 choice pic 9 value 1.
            01 putOperator pic x(10).
            01 todayDate pic 9(8).
            01 frozenFlag pic x.
            01 listedCount pic 9(5) value 0.

            01 inTaskID pic 9(8).
            01 inBin pic x(10).
            01 inItemID pic 9(5).
            01 inZone pic x(4).
            01 moveQty pic 9(6).
            01 confirmChoice pic x.
            01 walkSeq pic 9(4).
            01 occupancy pic 9(7).
            01 fillPct pic 9(4).
            01 dispPct pic zzz9.
            01 fillFlag pic x(4).

            *> Hazmat storage compatibility (hazardCheck).
            01 hazQty pic 9(6).
            01 hazWarnings pic 9(3).

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

           display "=== Put-Away Tasks ==="
           display "  [1] List open put-away tasks"
           display "  [2] Confirm where a put-away went"
           display "  [3] List overflow stock"
           display "  [4] Move overflow stock back to its home bin"
           display "  [5] Bin fill against capacity"
           display "> " with no advancing
           accept choice

           if sessionOperator is omitted
               display "Operator ID: " with no advancing
               accept putOperator
           else
               move sessionOperator to putOperator
           end-if
           move function current-date(1:8) to todayDate

           evaluate choice
               when 2
                   perform confirmTask
               when 3
                   perform listOverflow
               when 4
                   perform moveOverflowHome
               when 5
                   perform binFillReport
               when other
                   perform listOpenTasks
           end-evaluate

       exit program.

       listOpenTasks.
           open input PutawayTasks
           if PtStat not = "00"
               display "No put-away tasks on file"
               exit paragraph
           end-if
           open input BinMaster
           display "Task #   | Date     | Item                      |"
                   "   Qty | Put to     | Walk | Note"
           perform until eof = "y"
               read PutawayTasks next record
                   at end
                       move "y" to eof
                   not at end
                       if pt-status = "OPEN"
                           perform lookupWalkSeq
                           display pt-id " | " pt-date " | "
                                   pt-itemName " | " pt-qty " | "
                                   pt-suggestBin " | " walkSeq " | "
                                   function trim(pt-note)
                           add 1 to listedCount
                       end-if
               end-read
           end-perform
           close PutawayTasks
           if BmStat = "00"
               close BinMaster
           end-if
           display "Open put-away tasks: " listedCount.

       lookupWalkSeq.
           move 0 to walkSeq
           if BmStat not = "00"
               exit paragraph
           end-if
           move pt-suggestBin to bm-bin
           read BinMaster key is bm-bin
               invalid key
                   continue
               not invalid key
                   move bm-walkSeq to walkSeq
           end-read.

       *> The handler says where the goods actually went. Anywhere
       *> but the item's home bin is overflow and is tracked as such,
       *> so counts and picks know to look there too; an item with no
       *> home bin yet takes this one as its home.
       confirmTask.
           call "checkFreeze" using frozenFlag
           if frozenFlag = "Y"
               display "Physical-inventory freeze is on; "
                       "put-aways are locked"
               exit paragraph
           end-if
           display "Task #: " with no advancing
           call "getNumeric" using numIn numCancel
           if numCancel = "Y" or numIn = 0
               exit paragraph
           end-if
           move numIn to inTaskID

           open i-o PutawayTasks
           if PtStat not = "00"
               display "No put-away tasks on file"
               exit paragraph
           end-if
           move inTaskID to pt-id
           read PutawayTasks key is pt-id
               invalid key
                   display "No task #" inTaskID
                   close PutawayTasks
                   exit paragraph
           end-read
           if pt-status = "CANCELLED"
               display "Task #" inTaskID " was cancelled when its "
                       "receipt was voided"
               close PutawayTasks
               exit paragraph
           end-if
           if pt-status not = "OPEN"
               display "Task #" inTaskID " was already confirmed to "
                       pt-actualBin
               close PutawayTasks
               exit paragraph
           end-if

           display pt-qty " x " function trim(pt-itemName)
                   ", suggested " pt-suggestBin
           display "Bin it went to [" pt-suggestBin "]: "
                   with no advancing
           move spaces to inBin
           accept inBin
           if inBin = spaces
               move pt-suggestBin to inBin
           end-if
           if inBin = spaces
               display "A bin is required"
               close PutawayTasks
               exit paragraph
           end-if

           open input BinMaster
           move inBin to bm-bin
           read BinMaster key is bm-bin
               invalid key
                   display "Bin " function trim(inBin) " is not on "
                           "the bin master; add it first (binMaint)"
                   close BinMaster
                   close PutawayTasks
                   exit paragraph
           end-read
           close BinMaster

           if inBin not = pt-homeBin
               move pt-qty to hazQty
               move pt-itemID to itemID
               call "hazardCheck" using itemID inBin hazQty hazWarnings
               if hazWarnings > 0
                   display "Put it there anyway? [y/n]: "
                           with no advancing
                   accept confirmChoice
                   if confirmChoice not = "y" and confirmChoice not = "Y"
                       display "Task left open"
                       close PutawayTasks
                       exit paragraph
                   end-if
               end-if
           end-if

           perform placeStock

           move "DONE" to pt-status
           move inBin to pt-actualBin
           move putOperator to pt-doneBy
           move todayDate to pt-doneDate
           rewrite putawayRec
           close PutawayTasks
           display "Task #" inTaskID " confirmed: "
                   function trim(inBin).

       placeStock.
           open i-o Inventory
           call "openFileCheck" using InvStat
           move pt-itemID to itemID
           read Inventory key is itemID
               invalid key
                   close Inventory
                   exit paragraph
           end-read
           if binLocation = spaces
               move inBin to binLocation
               rewrite invRec
               move "Inventory.dat" to chgFile
               move itemID to chgKey
               move "binLocation" to chgField
               move spaces to chgOld
               move inBin to chgNew
               call "logMasterChange" using chgFile chgKey chgField
                   chgOld chgNew putOperator
               call "writeLabel" using itemID itemName binLocation
                   stockUnit
               display "Home bin set to " function trim(inBin)
               close Inventory
               exit paragraph
           end-if
           if binLocation = inBin
               close Inventory
               exit paragraph
           end-if
           close Inventory

           open i-o OverflowStock
           if OfStat = "35"
               open output OverflowStock
               close OverflowStock
               open i-o OverflowStock
           end-if
           call "openFileCheck" using OfStat
           move inBin to of-bin
           move pt-itemID to of-itemID
           read OverflowStock key is ofKey
               invalid key
                   move pt-qty to of-qty
                   move todayDate to of-placedDate
                   move putOperator to of-placedBy
                   write overflowRec
               not invalid key
                   add pt-qty to of-qty
                   move todayDate to of-placedDate
                   move putOperator to of-placedBy
                   rewrite overflowRec
           end-read
           close OverflowStock
           display "Recorded as overflow: " of-qty " in "
                   function trim(inBin).

       listOverflow.
           open input OverflowStock
           if OfStat not = "00"
               display "No overflow stock on file"
               exit paragraph
           end-if
           open input Inventory
           display "Bin        | ItemID | Item                      |"
                   "    Qty | Home bin   | Placed"
           perform until eof = "y"
               read OverflowStock next record
                   at end
                       move "y" to eof
                   not at end
                       move of-itemID to itemID
                       move spaces to itemName binLocation
                       if InvStat = "00"
                           read Inventory key is itemID
                               invalid key
                                   move "(not on file)" to itemName
                           end-read
                       end-if
                       display of-bin " | " of-itemID "  | "
                               itemName " | " of-qty " | "
                               binLocation " | " of-placedDate " "
                               of-placedBy
                       add 1 to listedCount
               end-read
           end-perform
           close OverflowStock
           if InvStat = "00"
               close Inventory
           end-if
           display "Overflow rows: " listedCount.

       *> Once the home bin has room again the overflow goes back and
       *> the row shrinks or disappears.
       moveOverflowHome.
           display "Overflow bin: " with no advancing
           accept inBin
           display "ItemID: " with no advancing
           call "getNumeric" using numIn numCancel
           if numCancel = "Y"
               exit paragraph
           end-if
           move numIn to inItemID

           open i-o OverflowStock
           if OfStat not = "00"
               display "No overflow stock on file"
               exit paragraph
           end-if
           move inBin to of-bin
           move inItemID to of-itemID
           read OverflowStock key is ofKey
               invalid key
                   display "No overflow of item " inItemID " in "
                           function trim(inBin)
                   close OverflowStock
                   exit paragraph
           end-read
           display "Quantity moved home [0 = all " of-qty "]: "
                   with no advancing
           call "getNumeric" using numIn numCancel
           if numCancel = "Y"
               close OverflowStock
               exit paragraph
           end-if
           move numIn to moveQty
           if moveQty = 0 or moveQty >= of-qty
               delete OverflowStock record
               display "Overflow in " function trim(inBin)
                       " cleared"
           else
               subtract moveQty from of-qty
               move todayDate to of-placedDate
               move putOperator to of-placedBy
               rewrite overflowRec
               display of-qty " still in " function trim(inBin)
           end-if
           close OverflowStock.

       *> Every measured bin, how full it is, and which are over.
       binFillReport.
           display "Zone (blank = all): " with no advancing
           move spaces to inZone
           accept inZone
           open input BinMaster
           if BmStat not = "00"
               display "No bins on file"
               exit paragraph
           end-if
           display "Bin        | Zone | Class | Capacity |  In bin |"
                   "  Fill"
           perform until eof = "y"
               read BinMaster next record
                   at end
                       move "y" to eof
                   not at end
                       if (inZone = spaces or bm-zone = inZone)
                          and bm-capacity > 0
                           perform showBinFill
                       end-if
               end-read
           end-perform
           close BinMaster
           display "Measured bins listed: " listedCount.

       showBinFill.
           move bm-bin to inBin
           call "binOccupancy" using inBin occupancy
           compute fillPct = (occupancy * 100) / bm-capacity
           move fillPct to dispPct
           move spaces to fillFlag
           if occupancy > bm-capacity
               move "OVER" to fillFlag
           end-if
           display bm-bin " | " bm-zone " |     " bm-volClass " |   "
                   bm-capacity " | " occupancy " | " dispPct "% "
                   fillFlag
           add 1 to listedCount.
