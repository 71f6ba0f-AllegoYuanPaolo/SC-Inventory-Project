      $set sourceformat"free"
        IDENTIFICATION DIVISION.
        PROGRAM-ID. kitBreakdown.

       environment division.
           input-output section.
               file-control.
                   copy "Inventory".

                   copy "BomMaster".

                   *> The build being reversed: its components and the
                   *> cost each went in at.
                   copy "KitBuilds".

                   *> Components judged unfit to go back on the shelf.
                   copy "WasteLog".

        DATA DIVISION.
           file section.
               copy "Inventory-rec".

               copy "BomMaster-rec".

               copy "KitBuilds-rec".

               copy "WasteLog-rec".

            WORKING-STORAGE SECTION.
            01 InvStat pic xx.
            01 BomStat pic xx.
            01 KbStat pic xx.
            01 WlStat pic xx.
            01 kbEof pic x.
            01 frozenFlag pic x.

            01 breakOperator pic x(10).
            01 inKitName pic x(25).
            01 inDept pic x(32).
            01 breakQty pic 9(4).
            01 kitItemID pic 9(5).
            01 kitOnHand pic 9(4).
            01 compJ pic 9(2).
            01 kbUsable pic x.

            *> The build the kits came from; 0 when none on file
            *> covers the quantity and the current BOM and costs
            *> stand in for it.
            01 inBuildID pic 9(6).
            01 useBuildID pic 9(6).
            01 buildLeft pic 9(4).

            *> Per component: how many come out, how many of those
            *> are scrapped, and the cost the rest go back at.
            01 BreakMax pic 9(2) value 10.
            01 breakCount pic 9(2) value 0.
            01 breakTableRecord.
                02 breakTable occurs 10 times.
                    03 bkItemID pic 9(5).
                    03 bkName pic x(25).
                    03 bkTotal pic 9(6).
                    03 bkScrap pic 9(6).
                    03 bkCost pic 9(6)v99.
                    03 bkReason pic x(10).
            01 bkI pic 9(2).
            01 returnQty pic 9(6).
            01 returnedTotal pic 9(7) value 0.
            01 scrappedTotal pic 9(7) value 0.

            *> Signed movement handed to the shared ledger poster;
            *> the ten-byte move type holds BUILD-REV.
            01 ledQty pic s9(6).
            01 ledBal pic 9(6).
            01 ledType pic x(10) value "BUILD-REV".
            01 ledRef pic 9(6) value 0.

            *> Returned components re-average at the build cost, the
            *> same weighted recompute addStocks.cbl applies to a
            *> receipt.
            01 oldCost pic 9(6)v99.
            01 newAvgCost pic 9(6)v99.
            01 dispCost pic ZZZ,ZZ9.99.

            01 reasonType pic x(10) value "WASTE".
            01 reasonCancelled pic x.
            01 confirmChoice pic x.
            01 nowTime pic x(8).
            01 nowDate pic x(10).
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
           move 0 to breakCount
           move 0 to returnedTotal
           move 0 to scrappedTotal
           initialize breakTableRecord

           *> Year-end freeze: while the wall-to-wall count is
           *> running the books must not move.
           call "checkFreeze" using frozenFlag
           if frozenFlag = "Y"
               display "Physical-inventory freeze is on; "
                       "stock updates are locked"
               exit program
           end-if

           display "=== Kit Breakdown Work Order ==="
           if sessionOperator is omitted
               display "Operator ID: " with no advancing
               accept breakOperator
           else
               move sessionOperator to breakOperator
           end-if
           move function current-date(1:8) to todayDate

           display "Kit name: " with no advancing
           accept inKitName

           open input Inventory
               call "openFileCheck" using InvStat
               move inKitName to itemName
               read Inventory key is itemName
                   invalid key
                       display "Kit " function trim(inKitName)
                               " is not a stocked item; nothing "
                               "to break down"
                       close Inventory
                       exit program
                   not invalid key
                       move itemID to kitItemID
                       move itemStock to kitOnHand
               end-read
           close Inventory

           display "Kits to break down (on hand " kitOnHand "): "
                   with no advancing
           call "getNumeric" using numIn numCancel
           if numCancel = "Y" or numIn = 0
               display "Breakdown cancelled"
               exit program
           end-if
           if numIn > kitOnHand
               display "Only " kitOnHand " on hand; breakdown "
                       "cancelled"
               exit program
           end-if
           move numIn to breakQty

           display "Department returning them (blank = storeroom): "
                   with no advancing
           accept inDept
           if inDept = spaces
               move "STOREROOM" to inDept
           end-if

           perform chooseBuild
           if breakCount = 0
               display "No components to return; breakdown cancelled"
               exit program
           end-if

           perform varying bkI from 1 by 1 until bkI > breakCount
               perform askScrap
           end-perform

           display spaces
           display "Break down " breakQty " x "
                   function trim(inKitName) "? [y/n]: "
                   with no advancing
           accept confirmChoice
           if confirmChoice not = "y" and confirmChoice not = "Y"
               display "Breakdown cancelled; nothing moved"
               exit program
           end-if

           call "getDate" using nowTime nowDate
           open i-o Inventory
               call "openFileCheck" using InvStat
               perform consumeKits
               perform varying bkI from 1 by 1 until bkI > breakCount
                   perform returnComponent
               end-perform
           close Inventory

           perform markBuildReversed

           display "------------------------------------------"
           display "Kits broken down     : " breakQty
           display "Components returned  : " returnedTotal
           display "Components scrapped  : " scrappedTotal

       exit program.

       *> Newest build with enough kits not yet taken apart, unless
       *> the operator names one. Kits with no build on file (built
       *> before builds were recorded, or bought in whole) fall back
       *> to the current BOM at today's component costs.
       chooseBuild.
           move 0 to useBuildID
           move "N" to kbUsable
           open i-o KitBuilds
           if KbStat = "00"
               move "Y" to kbUsable
           end-if

           if kbUsable = "Y"
               perform listOpenBuilds
               display "Build # to reverse (0 = newest with enough "
                       "left): " with no advancing
               call "getNumeric" using numIn numCancel
               if numCancel = "Y"
                   move 0 to numIn
               end-if
               move numIn to inBuildID
               if inBuildID not = 0
                   move inBuildID to kb-buildID
                   read KitBuilds key is kb-buildID
                       invalid key
                           display "No build #" inBuildID
                       not invalid key
                           compute buildLeft =
                               kb-qtyBuilt - kb-qtyBrokenDown
                           if kb-kitItemID not = kitItemID
                               display "Build #" inBuildID
                                       " is not this kit"
                           else
                               if buildLeft < breakQty
                                   display "Build #" inBuildID
                                           " has only " buildLeft
                                           " left to break down"
                               else
                                   move inBuildID to useBuildID
                               end-if
                           end-if
                   end-read
               else
                   perform findNewestBuild
               end-if
           end-if

           if useBuildID not = 0
               move useBuildID to kb-buildID
               read KitBuilds key is kb-buildID
                   invalid key
                       move 0 to useBuildID
               end-read
           end-if
           if useBuildID not = 0
               display "Reversing build #" useBuildID " of "
                       kb-buildDate
               perform loadFromBuild
           else
               display "No build on file covers " breakQty
                       "; components return at today's costs"
               perform loadFromBom
           end-if
           if kbUsable = "Y"
               close KitBuilds
           end-if.

       listOpenBuilds.
           display "Build  | Built on | Built | Left"
           move "n" to kbEof
           move 0 to kb-buildID
           start KitBuilds key is not less than kb-buildID
               invalid key move "y" to kbEof
           end-start
           perform until kbEof = "y"
               read KitBuilds next record
                   at end
                       move "y" to kbEof
                   not at end
                       if kb-kitItemID = kitItemID
                          and kb-qtyBuilt > kb-qtyBrokenDown
                           compute buildLeft =
                               kb-qtyBuilt - kb-qtyBrokenDown
                           display kb-buildID " | " kb-buildDate
                                   " | " kb-qtyBuilt "  | " buildLeft
                       end-if
               end-read
           end-perform.

       findNewestBuild.
           move "n" to kbEof
           move 0 to kb-buildID
           start KitBuilds key is not less than kb-buildID
               invalid key move "y" to kbEof
           end-start
           perform until kbEof = "y"
               read KitBuilds next record
                   at end
                       move "y" to kbEof
                   not at end
                       compute buildLeft =
                           kb-qtyBuilt - kb-qtyBrokenDown
                       if kb-kitItemID = kitItemID
                          and kb-qtyBuilt > kb-qtyBrokenDown
                          and buildLeft >= breakQty
                           move kb-buildID to useBuildID
                       end-if
               end-read
           end-perform.

       loadFromBuild.
           perform varying compJ from 1 by 1
                   until compJ > kb-compCount or compJ > BreakMax
               if kb-compItemID(compJ) not = 0
                   add 1 to breakCount
                   move kb-compItemID(compJ) to bkItemID(breakCount)
                   move kb-compName(compJ) to bkName(breakCount)
                   compute bkTotal(breakCount) =
                       kb-compQty(compJ) * breakQty
                   move kb-compCost(compJ) to bkCost(breakCount)
               end-if
           end-perform.

       loadFromBom.
           open input BomMaster
           if BomStat not = "00"
               display "No BomMaster.dat; the kit's components are "
                       "unknown"
               exit paragraph
           end-if
           move inKitName to kitName
           read BomMaster key is kitName
               invalid key
                   display "No BOM for " function trim(inKitName)
                   close BomMaster
                   exit paragraph
           end-read
           close BomMaster

           open input Inventory
               call "openFileCheck" using InvStat
               perform varying compJ from 1 by 1
                       until compJ > kitCompCount or compJ > BreakMax
                   add 1 to breakCount
                   move compItemID(compJ) to bkItemID(breakCount)
                   move compName(compJ) to bkName(breakCount)
                   compute bkTotal(breakCount) =
                       compQty(compJ) * breakQty
                   move compItemID(compJ) to itemID
                   read Inventory key is itemID
                       invalid key
                           move 0 to bkCost(breakCount)
                       not invalid key
                           move unitCost to bkCost(breakCount)
                   end-read
               end-perform
           close Inventory.

       *> Each component comes back whole unless some of it is
       *> spoiled, opened or past date; those units go to the waste
       *> log with a reason instead of the shelf.
       askScrap.
           move bkCost(bkI) to dispCost
           display spaces
           display bkName(bkI) " x " bkTotal(bkI) " at " dispCost
           display "  Units to scrap instead of returning "
                   "(0 = return all): " with no advancing
           call "getNumeric" using numIn numCancel
           if numCancel = "Y" or numIn = 0
               move 0 to bkScrap(bkI)
               exit paragraph
           end-if
           if numIn > bkTotal(bkI)
               move bkTotal(bkI) to bkScrap(bkI)
           else
               move numIn to bkScrap(bkI)
           end-if
           display "  Reason for scrapping:"
           call "pickReason" using reasonType bkReason(bkI)
               breakOperator reasonCancelled
           if reasonCancelled = "Y"
               display "  No reason given; all units return to stock"
               move 0 to bkScrap(bkI)
           end-if.

       consumeKits.
           move kitItemID to itemID
           read Inventory key is itemID
               invalid key
                   display "Kit item went missing"
               not invalid key
                   subtract breakQty from itemStock
                   rewrite invRec
                   compute ledQty = 0 - breakQty
                   move itemStock to ledBal
                   call "postItemLedger" using itemID itemName
                       ledType ledQty ledBal breakOperator ledRef
                   display "Kits consumed: " breakQty
                           "; kit stock now " itemStock
           end-read.

       returnComponent.
           compute returnQty = bkTotal(bkI) - bkScrap(bkI)
           if bkScrap(bkI) > 0
               perform logScrap
           end-if
           if returnQty = 0
               exit paragraph
           end-if
           move bkItemID(bkI) to itemID
           read Inventory key is itemID
               invalid key
                   display "Component no longer in inventory, not "
                           "returned: " bkName(bkI)
                   exit paragraph
           end-read

           move unitCost to oldCost
           if bkCost(bkI) not = 0
               compute newAvgCost rounded =
                   ((itemStock * unitCost)
                    + (returnQty * bkCost(bkI)))
                   / (itemStock + returnQty)
               move newAvgCost to unitCost
           end-if
           add returnQty to itemStock
           rewrite invRec
           if unitCost not = oldCost
               call "logPriceChange" using itemID itemName
                   oldCost unitCost breakOperator
           end-if
           move returnQty to ledQty
           move itemStock to ledBal
           call "postItemLedger" using itemID itemName
               ledType ledQty ledBal breakOperator ledRef
           add returnQty to returnedTotal
           display "  Returned: " itemName " x " returnQty
                   " new stock: " itemStock.

       *> Scrapped units never touch the shelf - they leave with the
       *> kit - so only the waste log hears about them.
       logScrap.
           move inDept to wl-department
           move bkItemID(bkI) to wl-itemID
           move bkName(bkI) to wl-itemName
           move bkScrap(bkI) to wl-qty
           move bkReason(bkI) to wl-reasonCode
           move useBuildID to wl-refID
           move breakOperator to wl-operatorID
           move todayDate to wl-date
           move nowTime to wl-time
           open extend WasteLog
           if WlStat = "05" or WlStat = "35"
               open output WasteLog
               close WasteLog
               open extend WasteLog
           end-if
           write wasteLogRec
           close WasteLog
           add bkScrap(bkI) to scrappedTotal
           display "  Scrapped: " bkName(bkI) " x " bkScrap(bkI)
                   " (" function trim(bkReason(bkI)) ")".

       markBuildReversed.
           if useBuildID = 0
               exit paragraph
           end-if
           open i-o KitBuilds
           if KbStat not = "00"
               exit paragraph
           end-if
           move useBuildID to kb-buildID
           read KitBuilds key is kb-buildID
               invalid key
                   continue
               not invalid key
                   add breakQty to kb-qtyBrokenDown
                   rewrite KitBuildRec
           end-read
           close KitBuilds.
