            01 numIn pic 9(8).
            01 numCancel pic x.

            *> Before/after pair for the master-file change log.
            01 chgFile pic x(24).
            01 chgKey pic x(40).
            01 chgField pic x(20).
            01 chgOld pic x(40).
            01 chgNew pic x(40).
            01 oldZone pic x(4).
            01 oldWalkSeq pic 9(4).
            01 oldCapacity pic 9(6).
            01 oldVolClass pic x(1).
            01 inVolClass pic x(1).
            01 binIsNew pic x.

            *> Hazmat storage compatibility (hazardCheck).
            01 hazQty pic 9(6).
            01 hazWarnings pic 9(3).
            01 hazConfirm pic x.

        linkage section.
        *> Menu-driven sessions pass the logged-in operator so
        *> this program stops trusting a re-typed ID; called
       exit program.

       listBins.
           display "Bin        | Zone | Walk | Capacity | Class"
           perform until eof = "y"
               read BinMaster next record
                   at end
                       move "y" to eof
                   not at end
                       display bm-bin " | " bm-zone " | "
                               bm-walkSeq " |   " bm-capacity " | "
                               bm-volClass
                       add 1 to listedCount
               end-read
           end-perform
           if inBin = spaces
               exit paragraph
           end-if
           if sessionOperator is omitted
               display "Operator ID: " with no advancing
               accept binOperator
           else
               move sessionOperator to binOperator
           end-if
           move "N" to binIsNew
           move inBin to bm-bin
           read BinMaster key is bm-bin
               invalid key
                   move "Y" to binIsNew
                   move spaces to bm-zone
                   move 0 to bm-walkSeq
                   move 0 to bm-capacity
                   move space to bm-volClass
           end-read
           move bm-zone to oldZone
           move bm-walkSeq to oldWalkSeq
           move bm-capacity to oldCapacity
           move bm-volClass to oldVolClass
           display "Zone [" bm-zone "]: " with no advancing
           accept bm-zone
           display "Walk sequence [" bm-walkSeq "]: "
           if numCancel not = "Y"
               move numIn to bm-walkSeq
           end-if
           *> Capacity drives put-away: a receipt that would overfill
           *> the bin is directed to an overflow bin in its zone.
           display "Capacity in units, 0 = not measured ["
                   bm-capacity "]: " with no advancing
           call "getNumeric" using numIn numCancel
           if numCancel not = "Y"
               move numIn to bm-capacity
           end-if
           display "Size class S/M/L/B (bulk floor) [" bm-volClass
                   "]: " with no advancing
           move space to inVolClass
           accept inVolClass
           inspect inVolClass converting "smlb" to "SMLB"
           if inVolClass = "S" or inVolClass = "M" or inVolClass = "L"
              or inVolClass = "B"
               move inVolClass to bm-volClass
           end-if
           move inBin to bm-bin
           write BinMasterRec
               invalid key
                   display "Bin updated"
               not invalid key
                   display "Bin added"
           end-write
           perform logBinChange
           if binIsNew not = "Y" and bm-zone not = oldZone
               perform checkZoneHazards
           end-if.

       *> A bin moved to another zone takes its stock with it: every
       *> item on the shelf is checked against its new neighbours.
       checkZoneHazards.
           move "n" to eof
           open input Inventory
               call "openFileCheck" using InvStat
               perform until eof = "y"
                   read Inventory next record
                       at end
                           move "y" to eof
                       not at end
                           if binLocation = inBin
                               compute hazQty = itemStock + qtyOnHold
                                   + qtyQuarantined
                               call "hazardCheck" using itemID inBin
                                   hazQty hazWarnings
                           end-if
                   end-read
               end-perform
           close Inventory
           move "n" to eof.

       *> A new bin logs its first values against blanks, so the
       *> log alone says when each shelf tag came into being.
       logBinChange.
           move "BinMaster.dat" to chgFile
           move bm-bin to chgKey
           move "bm-zone" to chgField
           move oldZone to chgOld
           move bm-zone to chgNew
           call "logMasterChange" using chgFile chgKey chgField
               chgOld chgNew binOperator
           move "bm-walkSeq" to chgField
           move oldWalkSeq to chgOld
           if binIsNew = "Y"
               move spaces to chgOld
           end-if
           move bm-walkSeq to chgNew
           call "logMasterChange" using chgFile chgKey chgField
               chgOld chgNew binOperator
           if bm-capacity not = oldCapacity
               move "bm-capacity" to chgField
               move oldCapacity to chgOld
               move bm-capacity to chgNew
               call "logMasterChange" using chgFile chgKey chgField
                   chgOld chgNew binOperator
           end-if
           if bm-volClass not = oldVolClass
               move "bm-volClass" to chgField
               move oldVolClass to chgOld
               move bm-volClass to chgNew
               call "logMasterChange" using chgFile chgKey chgField
                   chgOld chgNew binOperator
           end-if.

       *> The "A12 versus A-12" cleanup list: every item whose
       *> free-typed tag never made it onto the master.
                       close Inventory
                       exit paragraph
               end-read
               compute hazQty = itemStock + qtyOnHold + qtyQuarantined
               call "hazardCheck" using itemID inBin hazQty hazWarnings
               if hazWarnings > 0
                   display "Re-slot anyway? [y/n]: " with no advancing
                   accept hazConfirm
                   if hazConfirm not = "y" and hazConfirm not = "Y"
                       display "Re-slot abandoned"
                       close Inventory
                       exit paragraph
                   end-if
               end-if
               move binLocation to oldBin
               move inBin to binLocation
               rewrite invRec
               move "Inventory.dat" to chgFile
               move itemID to chgKey
               move "binLocation" to chgField
               move oldBin to chgOld
               move inBin to chgNew
               call "logMasterChange" using chgFile chgKey chgField
                   chgOld chgNew binOperator

               move 0 to ledQty
               move itemStock to ledBal
