      $set sourceformat"free"
        IDENTIFICATION DIVISION.
        PROGRAM-ID. rekeyItemFiles.

       environment division.
           input-output section.
               file-control.
                   *> One-shot conversion of the files that used the
                   *> item name as their key or only item reference
                   *> onto the itemID. Each block below pairs the
                   *> name-keyed layout of a file, reading the live
                   *> .dat, with the current copybook layout that
                   *> rewrites it - migrateItemKeys.cbl's shape, down
                   *> to the checkpoint file an interrupted run
                   *> resumes from.
                   select oldReservations
                       assign to "data\Reservations.dat"
                       organization is indexed
                       access mode is sequential
                       record key is o-resv-itemName
                       file status is oldStat.

                   select oldUsageTrend
                       assign to "data\UsageTrend.dat"
                       organization is indexed
                       access mode is sequential
                       record key is oUsageKey
                       file status is oldStat.

                   select oldSubstitutes
                       assign to "data\Substitutes.dat"
                       organization is indexed
                       access mode is sequential
                       record key is oSubKey
                       file status is oldStat.

                   select oldParLevels
                       assign to "data\ParLevels.dat"
                       organization is indexed
                       access mode is sequential
                       record key is oParKey
                       file status is oldStat.

                   select oldDeptCatalog
                       assign to "data\DeptCatalog.dat"
                       organization is indexed
                       access mode is sequential
                       record key is oDcKey
                       file status is oldStat.

                   *> Read by key as well, to tell a kit grant in the
                   *> catalog from a name that is simply gone.
                   select oldBomMaster
                       assign to "data\BomMaster.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is o-kitName
                       file status is oldBomStat.

                   select oldWasteLog
                       assign to "data\WasteLog.dat"
                       organization is line sequential
                       access mode is sequential
                       file status is oldStat.

                   select oldBackorders
                       assign to "data\Backorders.dat"
                       organization is indexed
                       access mode is sequential
                       record key is oBoKey
                       file status is oldStat.

                   *> Current layouts, used for the write-back.
                   copy "Reservations".

                   copy "UsageTrend".

                   copy "Substitutes".

                   copy "ParLevels".

                   copy "DeptCatalog".

                   copy "BomMaster".

                   copy "WasteLog".

                   copy "Backorders".

                   copy "Inventory.cpy".

                   *> Shared staging file: every table funnels
                   *> through here between its two passes.
                   select StageFile
                       assign to "data\RekeyStage.tmp"
                       organization is line sequential
                       file status is stgStat.

                   select RekeyControl
                       assign to "data\RekeyControl.dat"
                       organization is line sequential
                       file status is ctlStat.

                   *> Every row whose item name matched nothing on
                   *> Inventory.dat, for somebody to put right by hand.
                   select UnresolvedReport
                       assign to reportFileName
                       organization is line sequential
                       file status is RptStat.

        DATA DIVISION.
           file section.
               FD oldReservations.
               01 oReservationRec.
                   02 o-resv-itemName pic x(25).
                   02 o-resv-qty pic 9(6).

               FD oldUsageTrend.
               01 oUsageRec.
                   02 oUsageKey.
                       03 o-u-itemName pic x(25).
                       03 o-u-periodType pic x(1).
                       03 o-u-periodKey pic x(6).
                   02 o-u-qtyUsed pic 9(6).
                   02 o-u-lastUpdated pic 9(8).

               FD oldSubstitutes.
               01 oSubstituteRec.
                   02 oSubKey.
                       03 o-sub-itemName pic x(25).
                       03 o-sub-prefOrder pic 9(1).
                   02 o-sub-substituteName pic x(25).

               FD oldParLevels.
               01 oParLevelRec.
                   02 oParKey.
                       03 o-par-dept pic x(32).
                       03 o-par-itemName pic x(25).
                   02 o-par-level pic 9(4).
                   02 o-par-floorCount pic 9(4).
                   02 o-par-countDate pic 9(8).
                   02 o-par-raisedDate pic 9(8).

               FD oldDeptCatalog.
               01 oDeptCatalogRec.
                   02 oDcKey.
                       03 o-dc-dept pic x(32).
                       03 o-dc-entryType pic x(1).
                       03 o-dc-entryName pic x(25).
                   02 o-dc-typicalQty pic 9(2).

               FD oldBomMaster.
               01 oBomMasterRec.
                   02 o-kitName pic x(25).
                   02 o-kitCompCount pic 9(2).
                   02 o-kitComponents.
                       03 o-kitComp occurs 10 times.
                           04 o-compName pic x(25).
                           04 o-compQty pic 9(2).

               FD oldWasteLog.
               01 oWasteLogRec.
                   02 o-wl-department pic x(32).
                   02 o-wl-itemName pic x(25).
                   02 o-wl-qty pic 9(4).
                   02 o-wl-reasonCode pic x(10).
                   02 o-wl-refID pic 9(6).
                   02 o-wl-operatorID pic x(10).
                   02 o-wl-date pic 9(8).
                   02 o-wl-time pic x(8).

               FD oldBackorders.
               01 oBackorderRec.
                   02 oBoKey.
                       03 o-bo-requestID pic 9(6).
                       03 o-bo-itemName pic x(25).
                   02 o-bo-itemID pic 9(5).
                   02 o-bo-qtyShort pic 9(4).
                   02 o-bo-department pic x(32).
                   02 o-bo-dateRaised pic 9(8).
                   02 o-bo-status pic x(10).
                   02 o-bo-dateFilled pic 9(8).

               copy "Reservations-rec".

               copy "UsageTrend-rec".

               copy "Substitutes-rec".

               copy "ParLevels-rec".

               copy "DeptCatalog-rec".

               copy "BomMaster-rec".

               copy "WasteLog-rec".

               copy "Backorders-rec".

               copy "Inventory-rec.cpy".

               FD StageFile.
               01 stageRec pic x(400).

               FD RekeyControl.
               01 controlLine pic x(20).

               FD UnresolvedReport.
               01 reportLine pic x(132).

            WORKING-STORAGE SECTION.
            01 oldStat pic xx.
            01 oldBomStat pic xx.
            01 stgStat pic xx.
            01 ctlStat pic xx.
            01 RptStat pic xx.
            01 ResvStat pic xx.
            01 usageStat pic xx.
            01 SubStat pic xx.
            01 ParStat pic xx.
            01 DcStat pic xx.
            01 BomStat pic xx.
            01 WlStat pic xx.
            01 BoStat pic xx.
            01 InvStat pic xx.
            01 eof pic x.
            01 rowsMoved pic 9(6).
            01 rowsDropped pic 9(6).
            01 totalUnresolved pic 9(6) value 0.
            01 rekeyOperator pic x(10).
            01 authorized pic x.
            01 confirmWord pic x(10).
            01 frozenFlag pic x.
            01 todayDate pic 9(8).
            01 reportFileName pic x(48).

            *> Completed-step checkpoints read at start-up.
            01 DoneMax pic 9(2) value 20.
            01 doneCount pic 9(2) value 0.
            01 doneTableRecord.
                02 doneTable occurs 20 times.
                    03 doneTag pic x(12).
            01 doneI pic 9(2).
            01 currentTag pic x(12).
            01 tagIsDone pic x.

            *> Name-to-itemID resolution against Inventory.dat.
            01 lookName pic x(25).
            01 lookItemID pic 9(5).
            01 isKit pic x.
            01 compI pic 9(2).
            01 unresolvedFile pic x(20).
            01 unresolvedNote pic x(60).

            01 conflictFlag pic x.
            01 conflictWho pic x(60).
            01 gateOperator pic x(10).

        linkage section.
        *> Menu-driven sessions pass the logged-in operator so
        *> this program stops trusting a re-typed ID; called
        *> standalone it still prompts.
        01 sessionOperator pic x(10).

        PROCEDURE DIVISION using optional sessionOperator.
           *> Reset scan state: this program is CALLed repeatedly from
           *> menuDriver's loop within the same run unit, and these
           *> fields only initialize once via their VALUE clauses.
           move 0 to totalUnresolved
           move 0 to doneCount

           if sessionOperator is omitted
               move spaces to gateOperator
           else
               move sessionOperator to gateOperator
           end-if
           *> Exclusive interlock: this job rewrites whole files and
           *> refuses to start while any other session is mid-option.
           call "checkSessions" using gateOperator conflictFlag
                   conflictWho
           if conflictFlag = "Y"
               display "Another session is mid-program: "
                       function trim(conflictWho)
               display "Try again when they finish, or clear a "
                       "stale session (active-session display)"
               exit program
           end-if

           call "checkFreeze" using frozenFlag

           display "=== Re-key Item-Name Files onto itemID (one-shot) ==="
           display "Rewrites Reservations, UsageTrend, Substitutes,"
           display "ParLevels, DeptCatalog, BomMaster, WasteLog and"
           display "Backorders so they hold items by itemID."
           if frozenFlag not = "Y"
               display "NOTE: the inventory freeze is not on. Set"
               display "it (wall-to-wall menu) so nothing posts"
               display "mid-conversion."
           end-if

           if sessionOperator is omitted
               display "Operator ID: " with no advancing
               accept rekeyOperator
           else
               move sessionOperator to rekeyOperator
           end-if
           call "authCheck" using rekeyOperator authorized
           if authorized not = "Y"
               display "Not authorized to run the conversion"
               exit program
           end-if

           display "Back up the data directory first (menu 59)."
           display "Type REKEY to proceed: " with no advancing
           accept confirmWord
           if confirmWord not = "REKEY"
               display "Nothing converted"
               exit program
           end-if

           open input Inventory
           if InvStat not = "00"
               display "No Inventory.dat; there is nothing to resolve "
                       "item names against"
               exit program
           end-if

           move function current-date(1:8) to todayDate
           string "data\RekeyUnresolved_" delimited by size
                  todayDate delimited by size
                  ".txt" delimited by size
                  into reportFileName
           end-string
           open output UnresolvedReport
           call "openFileCheck" using RptStat
           move spaces to reportLine
           string "Item names with no itemID on Inventory.dat - run "
                  todayDate " by " rekeyOperator
               delimited by size into reportLine
           end-string
           write reportLine
           move "File                | Item name                 | Row"
               to reportLine
           write reportLine

           perform loadCheckpoints

           move "RESERVE" to currentTag
           perform checkTagDone
           if tagIsDone = "Y"
               display "RESERVE already converted - skipped"
           else
               perform rekeyReservations
           end-if

           move "USAGE" to currentTag
           perform checkTagDone
           if tagIsDone = "Y"
               display "USAGE already converted - skipped"
           else
               perform rekeyUsageTrend
           end-if

           move "SUBST" to currentTag
           perform checkTagDone
           if tagIsDone = "Y"
               display "SUBST already converted - skipped"
           else
               perform rekeySubstitutes
           end-if

           move "PARLEVEL" to currentTag
           perform checkTagDone
           if tagIsDone = "Y"
               display "PARLEVEL already converted - skipped"
           else
               perform rekeyParLevels
           end-if

           *> Ahead of BomMaster: a catalog name that is not an item
           *> is looked up as a kit in the old kit layout.
           move "DEPTCAT" to currentTag
           perform checkTagDone
           if tagIsDone = "Y"
               display "DEPTCAT already converted - skipped"
           else
               perform rekeyDeptCatalog
           end-if

           move "BOMMASTER" to currentTag
           perform checkTagDone
           if tagIsDone = "Y"
               display "BOMMASTER already converted - skipped"
           else
               perform rekeyBomMaster
           end-if

           move "WASTELOG" to currentTag
           perform checkTagDone
           if tagIsDone = "Y"
               display "WASTELOG already converted - skipped"
           else
               perform rekeyWasteLog
           end-if

           move "BACKORD" to currentTag
           perform checkTagDone
           if tagIsDone = "Y"
               display "BACKORD already converted - skipped"
           else
               perform rekeyBackorders
           end-if

           close Inventory
           close UnresolvedReport

           display "------------------------------------------"
           display "Conversion complete. Names not resolved: "
                   totalUnresolved
           display "Listed in " reportFileName
           call "registerSpool" using "REKEY       " reportFileName
           display "Remove RekeyControl.dat before any future re-run."

       exit program.

       loadCheckpoints.
           move 0 to doneCount
           open input RekeyControl
           if ctlStat not = "00"
               exit paragraph
           end-if
           move "n" to eof
           perform until eof = "y"
               read RekeyControl
                   at end
                       move "y" to eof
                   not at end
                       if doneCount < DoneMax
                           add 1 to doneCount
                           move controlLine(1:12)
                               to doneTag(doneCount)
                       end-if
               end-read
           end-perform
           close RekeyControl.

       checkTagDone.
           move "N" to tagIsDone
           perform varying doneI from 1 by 1
                   until doneI > doneCount
               if doneTag(doneI) = currentTag
                   move "Y" to tagIsDone
               end-if
           end-perform.

       markTagDone.
           open extend RekeyControl
           if ctlStat = "05" or ctlStat = "35"
               open output RekeyControl
               close RekeyControl
               open extend RekeyControl
           end-if
           move currentTag to controlLine
           write controlLine
           close RekeyControl
           if doneCount < DoneMax
               add 1 to doneCount
               move currentTag to doneTag(doneCount)
           end-if.

       resolveName.
           move 0 to lookItemID
           if lookName = spaces
               exit paragraph
           end-if
           move lookName to itemName
           read Inventory key is itemName
               invalid key
                   continue
               not invalid key
                   move itemID to lookItemID
           end-read.

       reportUnresolved.
           add 1 to totalUnresolved
           move spaces to reportLine
           string unresolvedFile "| " lookName "| " unresolvedNote
               delimited by size into reportLine
           end-string
           write reportLine
           display "    unresolved: " function trim(lookName) " ("
                   function trim(unresolvedNote) ")".

       *> Reservation buckets for a name that is gone can never be
       *> released, so they are reported and not carried.
       rekeyReservations.
           display ">>> Reservations.dat"
           move 0 to rowsMoved
           move 0 to rowsDropped
           open input oldReservations
           if oldStat not = "00"
               display "    (not on disk - nothing to do)"
               perform markTagDone
               exit paragraph
           end-if
           open output StageFile
           move "n" to eof
           perform until eof = "y"
               read oldReservations next record
                   at end
                       move "y" to eof
                   not at end
                       move o-resv-itemName to lookName
                       perform resolveName
                       if lookItemID = 0
                           move "Reservations.dat" to unresolvedFile
                           move spaces to unresolvedNote
                           string "reserved " o-resv-qty
                               delimited by size into unresolvedNote
                           end-string
                           perform reportUnresolved
                           add 1 to rowsDropped
                       else
                           initialize ReservationRec
                           move lookItemID to resv-itemID
                           move o-resv-itemName to resv-itemName
                           move o-resv-qty to resv-qty
                           move ReservationRec to stageRec
                           write stageRec
                           add 1 to rowsMoved
                       end-if
               end-read
           end-perform
           close oldReservations
           close StageFile

           open input StageFile
           open output Reservations
           move "n" to eof
           perform until eof = "y"
               read StageFile
                   at end
                       move "y" to eof
                   not at end
                       move stageRec to ReservationRec
                       write ReservationRec
               end-read
           end-perform
           close StageFile
           close Reservations
           display "    rows carried: " rowsMoved
                   "  dropped: " rowsDropped
           perform markTagDone.

       rekeyUsageTrend.
           display ">>> UsageTrend.dat"
           move 0 to rowsMoved
           move 0 to rowsDropped
           open input oldUsageTrend
           if oldStat not = "00"
               display "    (not on disk - nothing to do)"
               perform markTagDone
               exit paragraph
           end-if
           open output StageFile
           move "n" to eof
           perform until eof = "y"
               read oldUsageTrend next record
                   at end
                       move "y" to eof
                   not at end
                       move o-u-itemName to lookName
                       perform resolveName
                       if lookItemID = 0
                           move "UsageTrend.dat" to unresolvedFile
                           move spaces to unresolvedNote
                           string o-u-periodType o-u-periodKey
                                  " used " o-u-qtyUsed
                               delimited by size into unresolvedNote
                           end-string
                           perform reportUnresolved
                           add 1 to rowsDropped
                       else
                           initialize UsageRec
                           move lookItemID to u-itemID
                           move o-u-periodType to u-periodType
                           move o-u-periodKey to u-periodKey
                           move o-u-itemName to u-itemName
                           move o-u-qtyUsed to u-qtyUsed
                           move o-u-lastUpdated to u-lastUpdated
                           move UsageRec to stageRec
                           write stageRec
                           add 1 to rowsMoved
                       end-if
               end-read
           end-perform
           close oldUsageTrend
           close StageFile

           open input StageFile
           open output UsageTrend
           move "n" to eof
           perform until eof = "y"
               read StageFile
                   at end
                       move "y" to eof
                   not at end
                       move stageRec to UsageRec
                       write UsageRec
               end-read
           end-perform
           close StageFile
           close UsageTrend
           display "    rows carried: " rowsMoved
                   "  dropped: " rowsDropped
           perform markTagDone.

       *> Both ends of a link have to resolve; a link to or from a
       *> name that is gone offers nothing.
       rekeySubstitutes.
           display ">>> Substitutes.dat"
           move 0 to rowsMoved
           move 0 to rowsDropped
           open input oldSubstitutes
           if oldStat not = "00"
               display "    (not on disk - nothing to do)"
               perform markTagDone
               exit paragraph
           end-if
           open output StageFile
           move "n" to eof
           perform until eof = "y"
               read oldSubstitutes next record
                   at end
                       move "y" to eof
                   not at end
                       perform stageOneSubstitute
               end-read
           end-perform
           close oldSubstitutes
           close StageFile

           open input StageFile
           open output Substitutes
           move "n" to eof
           perform until eof = "y"
               read StageFile
                   at end
                       move "y" to eof
                   not at end
                       move stageRec to SubstituteRec
                       write SubstituteRec
               end-read
           end-perform
           close StageFile
           close Substitutes
           display "    rows carried: " rowsMoved
                   "  dropped: " rowsDropped
           perform markTagDone.

       stageOneSubstitute.
           initialize SubstituteRec
           move o-sub-substituteName to lookName
           perform resolveName
           if lookItemID = 0
               move "Substitutes.dat" to unresolvedFile
               move spaces to unresolvedNote
               string "substitute for " o-sub-itemName
                   delimited by size into unresolvedNote
               end-string
               perform reportUnresolved
               add 1 to rowsDropped
               exit paragraph
           end-if
           move lookItemID to sub-substituteID
           move o-sub-itemName to lookName
           perform resolveName
           if lookItemID = 0
               move "Substitutes.dat" to unresolvedFile
               move spaces to unresolvedNote
               string "offers " o-sub-substituteName
                   delimited by size into unresolvedNote
               end-string
               perform reportUnresolved
               add 1 to rowsDropped
               exit paragraph
           end-if
           move lookItemID to sub-itemID
           move o-sub-prefOrder to sub-prefOrder
           move o-sub-itemName to sub-itemName
           move o-sub-substituteName to sub-substituteName
           move SubstituteRec to stageRec
           write stageRec
           add 1 to rowsMoved.

       rekeyParLevels.
           display ">>> ParLevels.dat"
           move 0 to rowsMoved
           move 0 to rowsDropped
           open input oldParLevels
           if oldStat not = "00"
               display "    (not on disk - nothing to do)"
               perform markTagDone
               exit paragraph
           end-if
           open output StageFile
           move "n" to eof
           perform until eof = "y"
               read oldParLevels next record
                   at end
                       move "y" to eof
                   not at end
                       move o-par-itemName to lookName
                       perform resolveName
                       if lookItemID = 0
                           move "ParLevels.dat" to unresolvedFile
                           move spaces to unresolvedNote
                           string "par " o-par-level " at "
                                  o-par-dept
                               delimited by size into unresolvedNote
                           end-string
                           perform reportUnresolved
                           add 1 to rowsDropped
                       else
                           initialize ParLevelRec
                           move o-par-dept to par-dept
                           move lookItemID to par-itemID
                           move o-par-itemName to par-itemName
                           move o-par-level to par-level
                           move o-par-floorCount to par-floorCount
                           move o-par-countDate to par-countDate
                           move o-par-raisedDate to par-raisedDate
                           move ParLevelRec to stageRec
                           write stageRec
                           add 1 to rowsMoved
                       end-if
               end-read
           end-perform
           close oldParLevels
           close StageFile

           open input StageFile
           open output ParLevels
           move "n" to eof
           perform until eof = "y"
               read StageFile
                   at end
                       move "y" to eof
                   not at end
                       move stageRec to ParLevelRec
                       write ParLevelRec
               end-read
           end-perform
           close StageFile
           close ParLevels
           display "    rows carried: " rowsMoved
                   "  dropped: " rowsDropped
           perform markTagDone.

       *> Type grants carry over untouched. An item grant becomes an
       *> itemID grant; a name that is a kit becomes a kit grant;
       *> anything else admitted nothing and is reported.
       rekeyDeptCatalog.
           display ">>> DeptCatalog.dat"
           move 0 to rowsMoved
           move 0 to rowsDropped
           open input oldDeptCatalog
           if oldStat not = "00"
               display "    (not on disk - nothing to do)"
               perform markTagDone
               exit paragraph
           end-if
           open input oldBomMaster
           open output StageFile
           move "n" to eof
           perform until eof = "y"
               read oldDeptCatalog next record
                   at end
                       move "y" to eof
                   not at end
                       perform stageOneGrant
               end-read
           end-perform
           close oldDeptCatalog
           if oldBomStat = "00"
               close oldBomMaster
           end-if
           close StageFile

           open input StageFile
           open output DeptCatalog
           move "n" to eof
           perform until eof = "y"
               read StageFile
                   at end
                       move "y" to eof
                   not at end
                       move stageRec to DeptCatalogRec
                       write DeptCatalogRec
               end-read
           end-perform
           close StageFile
           close DeptCatalog
           display "    rows carried: " rowsMoved
                   "  dropped: " rowsDropped
           perform markTagDone.

       stageOneGrant.
           initialize DeptCatalogRec
           move o-dc-dept to dc-dept
           move o-dc-entryType to dc-entryType
           move o-dc-entryName to dc-entryName
           move o-dc-typicalQty to dc-typicalQty
           if o-dc-entryType = "I"
               move o-dc-entryName to lookName
               perform resolveName
               if lookItemID not = 0
                   move spaces to dc-entryName
                   move lookItemID to dc-itemID
                   move o-dc-entryName to dc-itemName
               else
                   perform checkOldKit
                   if isKit = "Y"
                       move "K" to dc-entryType
                   else
                       move "DeptCatalog.dat" to unresolvedFile
                       move spaces to unresolvedNote
                       string "granted to " o-dc-dept
                           delimited by size into unresolvedNote
                       end-string
                       perform reportUnresolved
                       add 1 to rowsDropped
                       exit paragraph
                   end-if
               end-if
           end-if
           move DeptCatalogRec to stageRec
           write stageRec
           add 1 to rowsMoved.

       checkOldKit.
           move "N" to isKit
           if oldBomStat not = "00"
               exit paragraph
           end-if
           move o-dc-entryName to o-kitName
           read oldBomMaster key is o-kitName
               invalid key
                   continue
               not invalid key
                   move "Y" to isKit
           end-read.

       *> A component that resolves to nothing keeps its name with
       *> itemID 0 - the kit stays on file, but cannot issue until
       *> its bill is corrected and reloaded.
       rekeyBomMaster.
           display ">>> BomMaster.dat"
           move 0 to rowsMoved
           move 0 to rowsDropped
           open input oldBomMaster
           if oldBomStat not = "00"
               display "    (not on disk - nothing to do)"
               perform markTagDone
               exit paragraph
           end-if
           open output StageFile
           move "n" to eof
           perform until eof = "y"
               read oldBomMaster next record
                   at end
                       move "y" to eof
                   not at end
                       initialize BomMasterRec
                       move o-kitName to kitName
                       move o-kitCompCount to kitCompCount
                       perform varying compI from 1 by 1
                               until compI > o-kitCompCount
                                  or compI > 10
                           perform rekeyOneComponent
                       end-perform
                       move BomMasterRec to stageRec
                       write stageRec
                       add 1 to rowsMoved
               end-read
           end-perform
           close oldBomMaster
           close StageFile

           open input StageFile
           open output BomMaster
           move "n" to eof
           perform until eof = "y"
               read StageFile
                   at end
                       move "y" to eof
                   not at end
                       move stageRec to BomMasterRec
                       write BomMasterRec
               end-read
           end-perform
           close StageFile
           close BomMaster
           display "    kits carried: " rowsMoved
           perform markTagDone.

       rekeyOneComponent.
           move o-compName(compI) to compName(compI)
           move o-compQty(compI) to compQty(compI)
           move o-compName(compI) to lookName
           perform resolveName
           move lookItemID to compItemID(compI)
           if lookItemID = 0
               move "BomMaster.dat" to unresolvedFile
               move spaces to unresolvedNote
               string "component of kit " o-kitName
                   delimited by size into unresolvedNote
               end-string
               perform reportUnresolved
           end-if.

       *> History: every row is kept, an unresolved one with itemID 0.
       rekeyWasteLog.
           display ">>> WasteLog.dat"
           move 0 to rowsMoved
           open input oldWasteLog
           if oldStat not = "00"
               display "    (not on disk - nothing to do)"
               perform markTagDone
               exit paragraph
           end-if
           open output StageFile
           move "n" to eof
           perform until eof = "y"
               read oldWasteLog
                   at end
                       move "y" to eof
                   not at end
                       initialize wasteLogRec
                       move o-wl-department to wl-department
                       move o-wl-itemName to wl-itemName
                       move o-wl-qty to wl-qty
                       move o-wl-reasonCode to wl-reasonCode
                       move o-wl-refID to wl-refID
                       move o-wl-operatorID to wl-operatorID
                       move o-wl-date to wl-date
                       move o-wl-time to wl-time
                       move o-wl-itemName to lookName
                       perform resolveName
                       move lookItemID to wl-itemID
                       if lookItemID = 0
                           move "WasteLog.dat" to unresolvedFile
                           move spaces to unresolvedNote
                           string "wasted " o-wl-qty " on " o-wl-date
                               delimited by size into unresolvedNote
                           end-string
                           perform reportUnresolved
                       end-if
                       move wasteLogRec to stageRec
                       write stageRec
                       add 1 to rowsMoved
               end-read
           end-perform
           close oldWasteLog
           close StageFile

           open input StageFile
           open output WasteLog
           move "n" to eof
           perform until eof = "y"
               read StageFile
                   at end
                       move "y" to eof
                   not at end
                       move stageRec to wasteLogRec
                       write wasteLogRec
               end-read
           end-perform
           close StageFile
           close WasteLog
           display "    rows carried: " rowsMoved
           perform markTagDone.

       *> Backorders already carried the itemID beside the name;
       *> the name is only looked up where that was never filled.
       rekeyBackorders.
           display ">>> Backorders.dat"
           move 0 to rowsMoved
           move 0 to rowsDropped
           open input oldBackorders
           if oldStat not = "00"
               display "    (not on disk - nothing to do)"
               perform markTagDone
               exit paragraph
           end-if
           open output StageFile
           move "n" to eof
           perform until eof = "y"
               read oldBackorders next record
                   at end
                       move "y" to eof
                   not at end
                       move o-bo-itemID to lookItemID
                       move o-bo-itemName to lookName
                       if lookItemID = 0
                           perform resolveName
                       end-if
                       if lookItemID = 0
                           move "Backorders.dat" to unresolvedFile
                           move spaces to unresolvedNote
                           string "request " o-bo-requestID " short "
                                  o-bo-qtyShort " " o-bo-status
                               delimited by size into unresolvedNote
                           end-string
                           perform reportUnresolved
                           add 1 to rowsDropped
                       else
                           initialize BackorderRec
                           move o-bo-requestID to bo-requestID
                           move lookItemID to bo-itemID
                           move o-bo-itemName to bo-itemName
                           move o-bo-qtyShort to bo-qtyShort
                           move o-bo-department to bo-department
                           move o-bo-dateRaised to bo-dateRaised
                           move o-bo-status to bo-status
                           move o-bo-dateFilled to bo-dateFilled
                           move BackorderRec to stageRec
                           write stageRec
                           add 1 to rowsMoved
                       end-if
               end-read
           end-perform
           close oldBackorders
           close StageFile

           open input StageFile
           open output Backorders
           move "n" to eof
           perform until eof = "y"
               read StageFile
                   at end
                       move "y" to eof
                   not at end
                       move stageRec to BackorderRec
                       write BackorderRec
               end-read
           end-perform
           close StageFile
           close Backorders
           display "    rows carried: " rowsMoved
                   "  dropped: " rowsDropped
           perform markTagDone.
