      $set sourceformat"free"
       identification division.
       program-id. createPutaway.

       environment division.
           input-output section.
               file-control.
                   copy "Inventory".

                   copy "BinMaster".

                   copy "PutawayTasks".

       data division.
           file section.
               copy "Inventory-rec".

               copy "BinMaster-rec".

               copy "PutawayTasks-rec".

           working-storage section.
           01 eof pic x.
           01 binsUsable pic x.
           01 homeBin pic x(10).
           01 homeZone pic x(4).
           01 homeClass pic x(1).
           01 homeCapacity pic 9(6).
           01 occupancy pic 9(7).
           01 roomLeft pic s9(7).
           01 suggestBin pic x(10).
           01 suggestNote pic x(30).
           *> Best overflow bin so far: rank 1 = same size class with
           *> room, 2 = another class with room, 3 = a bin never
           *> measured; walk sequence breaks a tie.
           01 bestBin pic x(10).
           01 bestRank pic 9.
           01 bestWalk pic 9(4).
           01 candRank pic 9.
           01 candBin pic x(10).
           01 nextTaskID pic 9(8).
           01 dispQty pic z,zz9.

           local-storage section.
           01 InvStat pic xx.
           01 BmStat pic xx.
           01 PtStat pic xx.

           linkage section.
           01 cpItemID pic 9(5).
           *> Issuing units to put away.
           01 cpQty pic 9(4).
           *> RECEIPT or QA-RELEASE.
           01 cpSource pic x(10).
           *> PO number behind a receipt; 0 for none.
           01 cpReference pic 9(6).
           01 cpOperator pic x(10).

       procedure division using cpItemID cpQty cpSource cpReference
               cpOperator.

           *> Called once the stock is booked, so the item's own new
           *> quantity already counts toward its home bin. The task
           *> it writes waits in putawayTasks.cbl for the handler to
           *> confirm where the goods really went.
           if cpQty = 0
               goback
           end-if
           open input Inventory
           if InvStat not = "00"
               goback
           end-if
           move cpItemID to itemID
           read Inventory key is itemID
               invalid key
                   close Inventory
                   goback
           end-read
           close Inventory

           move binLocation to homeBin
           move homeBin to suggestBin
           move spaces to suggestNote
           if homeBin = spaces
               move "No home bin; record where it goes" to suggestNote
           end-if

           move "N" to binsUsable
           open input BinMaster
           if BmStat = "00"
               move "Y" to binsUsable
           end-if
           if binsUsable = "Y" and homeBin not = spaces
               perform checkHomeBin
           end-if
           if binsUsable = "Y"
               close BinMaster
           end-if

           perform writeTask

           move cpQty to dispQty
           display "Put away " function trim(dispQty) " "
                   function trim(stockUnit) " of "
                   function trim(itemName) " to "
                   function trim(suggestBin) " (task #" nextTaskID ")"
           if suggestNote not = spaces
               display "  " function trim(suggestNote)
           end-if

       goback.

       checkHomeBin.
           move homeBin to bm-bin
           read BinMaster key is bm-bin
               invalid key
                   move "Home bin not on the bin master" to suggestNote
                   exit paragraph
           end-read
           move bm-zone to homeZone
           move bm-volClass to homeClass
           move bm-capacity to homeCapacity
           if homeCapacity = 0
               exit paragraph
           end-if
           call "binOccupancy" using homeBin occupancy
           if occupancy <= homeCapacity
               exit paragraph
           end-if

           perform findOverflowBin
           if bestBin = spaces
               move "Home bin full; no room in zone" to suggestNote
           else
               move bestBin to suggestBin
               string "Overflow: home " delimited by size
                      homeBin delimited by space
                      " is full" delimited by size
                   into suggestNote
               end-string
           end-if.

       *> Only bins in the home bin's zone, so the stock stays where
       *> pickers already walk for it.
       findOverflowBin.
           move spaces to bestBin
           move 9 to bestRank
           move 9999 to bestWalk
           move low-values to bm-bin
           move "n" to eof
           start BinMaster key is not less than bm-bin
               invalid key move "y" to eof
           end-start
           perform until eof = "y"
               read BinMaster next record
                   at end
                       move "y" to eof
                   not at end
                       if bm-zone = homeZone and bm-bin not = homeBin
                           perform rankCandidate
                       end-if
               end-read
           end-perform.

       rankCandidate.
           move 0 to candRank
           if bm-capacity = 0
               move 3 to candRank
           else
               move bm-bin to candBin
               call "binOccupancy" using candBin occupancy
               compute roomLeft = bm-capacity - occupancy
               if roomLeft >= cpQty
                   if bm-volClass = homeClass
                       move 1 to candRank
                   else
                       move 2 to candRank
                   end-if
               end-if
           end-if
           if candRank = 0
               exit paragraph
           end-if
           if candRank < bestRank
              or (candRank = bestRank and bm-walkSeq < bestWalk)
               move bm-bin to bestBin
               move candRank to bestRank
               move bm-walkSeq to bestWalk
           end-if.

       writeTask.
           open i-o PutawayTasks
           if PtStat = "35"
               open output PutawayTasks
               close PutawayTasks
               open i-o PutawayTasks
           end-if
           call "openFileCheck" using PtStat

           move 1 to nextTaskID
           move "n" to eof
           move 0 to pt-id
           start PutawayTasks key is not less than pt-id
               invalid key move "y" to eof
           end-start
           perform until eof = "y"
               read PutawayTasks next record
                   at end
                       move "y" to eof
                   not at end
                       compute nextTaskID = pt-id + 1
               end-read
           end-perform

           initialize putawayRec
           move nextTaskID to pt-id
           move function current-date(1:8) to pt-date
           move cpItemID to pt-itemID
           move itemName to pt-itemName
           move cpQty to pt-qty
           move cpSource to pt-source
           move cpReference to pt-reference
           move homeBin to pt-homeBin
           move suggestBin to pt-suggestBin
           move suggestNote to pt-note
           move cpOperator to pt-createdBy
           move "OPEN" to pt-status
           write putawayRec
               invalid key
                   display "Could not write put-away task " nextTaskID
           end-write
           close PutawayTasks.
