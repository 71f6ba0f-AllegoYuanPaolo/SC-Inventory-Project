
                   copy "BomMaster".

                   *> What went into each build and at what cost, for
                   *> kitBreakdown.cbl to reverse.
                   copy "KitBuilds".

        DATA DIVISION.
           file section.
               copy "Inventory-rec".

               copy "BomMaster-rec".

               copy "KitBuilds-rec".

            WORKING-STORAGE SECTION.
            01 InvStat pic xx.
            01 BomStat pic xx.
            01 KbStat pic xx.
            01 kbEof pic x.
            01 nextBuildID pic 9(6).
            *> The component snapshot taken during the build, held
            *> while the numbering walk reuses the record area.
            01 kbSave pic x(500).
            01 frozenFlag pic x.

            *> The kit as bomForDate.cbl answers it for today.
            01 bomTxnDate pic x(10) value spaces.
            01 bomRevision pic 9(3).
            01 bomFound pic x.

            01 buildOperator pic x(10).
            01 inKitName pic x(25).
            01 buildQty pic 9(4).
           display "Kit name: " with no advancing
           accept inKitName

           *> Built to the revision in effect today.
           move inKitName to kitName
           call "bomForDate" using kitName bomTxnDate BomMasterRec
               bomRevision bomFound
           if bomFound not = "Y"
               display "No kit named "
                       function trim(inKitName)
               exit program
           end-if
           if bomRevision > 0
               display "Revision " bomRevision
           end-if

           display "Build quantity: " with no advancing
           call "getNumeric" using numIn numCancel
                   exit program
               end-if

               initialize KitBuildRec
               perform deductComponents
               perform bookFinishedKits

           close Inventory

           perform recordBuild

       exit program.

       *> All-or-nothing, same stance tryKitLine takes at issue time:
           move "Y" to buildOK
           perform varying compJ from 1 by 1
                   until compJ > kitCompCount
               move compItemID(compJ) to itemID
               compute needQty = compQty(compJ) * buildQty
               read Inventory key is itemID
                   invalid key
                       display "Component missing from inventory: "
                               compName(compJ)
       deductComponents.
           perform varying compJ from 1 by 1
                   until compJ > kitCompCount
               move compItemID(compJ) to itemID
               compute needQty = compQty(compJ) * buildQty
               read Inventory key is itemID
                   invalid key
                       continue
                   not invalid key
                       move compItemID(compJ) to kb-compItemID(compJ)
                       move compName(compJ) to kb-compName(compJ)
                       move compQty(compJ) to kb-compQty(compJ)
                       move unitCost to kb-compCost(compJ)
                       subtract needQty from itemStock
                       rewrite invRec
                       display "  Component built in: " itemName
                       *> like any issue; the usage history the
                       *> planning reports read must see them.
                       move needQty to usageQty
                       call "recordUsage" using itemID itemName
                           usageQty
               end-read
           end-perform.

                           function trim(inKitName)
                           "; kit stock now " itemStock
           end-read.

       *> Next build number: one past the highest on file, the same
       *> walk osdClaims.cbl numbers claims with.
       recordBuild.
           open i-o KitBuilds
           if KbStat = "35"
               open output KitBuilds
               close KitBuilds
               open i-o KitBuilds
           end-if
           call "openFileCheck" using KbStat
           move 1 to nextBuildID
           move "n" to kbEof
           move KitBuildRec to kbSave
           move 0 to kb-buildID
           start KitBuilds key is not less than kb-buildID
               invalid key move "y" to kbEof
           end-start
           perform until kbEof = "y"
               read KitBuilds next record
                   at end
                       move "y" to kbEof
                   not at end
                       compute nextBuildID = kb-buildID + 1
               end-read
           end-perform
           move kbSave to KitBuildRec
           move nextBuildID to kb-buildID
           move kitItemID to kb-kitItemID
           move inKitName to kb-kitName
           move buildQty to kb-qtyBuilt
           move 0 to kb-qtyBrokenDown
           move function current-date(1:8) to kb-buildDate
           move buildOperator to kb-operatorID
           move kitCompCount to kb-compCount
           move bomRevision to kb-revision
           write KitBuildRec
               invalid key
                   display "Build record not written; number "
                           nextBuildID " already on file"
               not invalid key
                   display "Recorded as build #" nextBuildID
           end-write
           close KitBuilds.
