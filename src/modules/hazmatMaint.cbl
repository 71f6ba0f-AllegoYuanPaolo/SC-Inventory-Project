      $set sourceformat"free"
        IDENTIFICATION DIVISION.
        PROGRAM-ID. hazmatMaint.

       environment division.
           input-output section.
               file-control.
                   copy "HazardProfile".

                   copy "Inventory".

                   copy "BinMaster".

                   *> Fire-marshal and SDS-review lists, same technique
                   *> as creditAgingReport.cbl's ReportFile.
                   select ReportFile
                       assign to reportFileName
                       organization is line sequential
                       file status is RepStat.

        DATA DIVISION.
           file section.
               copy "HazardProfile-rec".

               copy "Inventory-rec".

               copy "BinMaster-rec".

               FD ReportFile.
               01 reportLine pic x(132).

            WORKING-STORAGE SECTION.
            01 HzStat pic xx.
            01 InvStat pic xx.
            01 BmStat pic xx.
            01 RepStat pic xx.
            01 eof pic x value "n".

            01 choice pic 9 value 1.
            01 hazOperator pic x(10).
            01 inItemID pic 9(5).
            01 inClass pic x(4).
            01 inSdsID pic x(20).
            01 inStorage pic x(30).
            01 profileIsNew pic x.
            01 classOK pic x.
            01 confirmDelete pic x.
            01 todayDate pic 9(8).
            01 reportFileName pic x(48).
            01 listedCount pic 9(5) value 0.
            01 overCount pic 9(5) value 0.
            01 allowZeroDate pic x value "Y".
            01 ruleName pic x(20).
            01 ruleValue pic 9(9).

            *> The classes an SDS can give, for validating entry.
            01 ClassMax pic 9(2) value 14.
            01 classCatalog.
                02 filler pic x(4) value "1".
                02 filler pic x(4) value "2.1".
                02 filler pic x(4) value "2.2".
                02 filler pic x(4) value "2.3".
                02 filler pic x(4) value "3".
                02 filler pic x(4) value "4.1".
                02 filler pic x(4) value "4.2".
                02 filler pic x(4) value "4.3".
                02 filler pic x(4) value "5.1".
                02 filler pic x(4) value "5.2".
                02 filler pic x(4) value "6.1".
                02 filler pic x(4) value "7".
                02 filler pic x(4) value "8".
                02 filler pic x(4) value "9".
            01 classTable redefines classCatalog.
                02 classCode pic x(4) occurs 14 times.
            01 classI pic 9(2).

            *> Stock on hand per hazardous item, collected then ordered
            *> by zone and bin for the walk-through; same in-memory
            *> insertion sort cycleCountSchedule.cbl uses.
            01 ZoneMax pic 9(3) value 500.
            01 zoneCount pic 9(3) value 0.
            01 zoneTableRecord.
                02 zoneTable occurs 500 times.
                    03 zoneSortKey.
                        04 zoneZone pic x(4).
                        04 zoneBin pic x(10).
                    03 zoneItemID pic 9(5).
                    03 zoneName pic x(25).
                    03 zoneClass pic x(4).
                    03 zoneQty pic 9(6).
                    03 zoneLimit pic 9(5).
                    03 zoneStorage pic x(30).
            01 zoneI pic 9(3).
            01 zoneI2 pic 9(3).
            01 tmpZoneRow pic x(89).
            01 tmpSortKey pic x(14).
            01 lastZone pic x(4).
            01 zoneItems pic 9(5).
            01 zoneUnits pic 9(7).
            01 onHand pic 9(6).
            01 overFlag pic x(8).

            *> SDS review: due this many days after the revision date,
            *> listed from this many days before it falls due.
            01 DueWindow pic 9(3) value 30.
            01 reviewDue pic 9(8).
            01 horizonDate pic 9(8).
            01 dueFlag pic x(8).

            *> Hazmat storage compatibility (hazardCheck).
            01 hazQty pic 9(6).
            01 hazWarnings pic 9(3).
            01 itemBin pic x(10).

            *> Before/after pair for the master-file change log.
            01 chgFile pic x(24) value "HazardProfile.dat".
            01 chgKey pic x(40).
            01 chgField pic x(20).
            01 chgOld pic x(40).
            01 chgNew pic x(40).
            01 oldClass pic x(4).
            01 oldSdsID pic x(20).
            01 oldSdsRevDate pic 9(8).
            01 oldMaxPerLoc pic 9(5).

            *> Validated-input work fields (getNumeric/getValidDate).
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
           move 0 to overCount
           move 0 to zoneCount

           display "=== Hazardous Material Profiles ==="
           display "  [1] List hazard profiles"
           display "  [2] Add or change an item's hazard profile"
           display "  [3] Remove a hazard profile"
           display "  [4] Hazmat inventory by zone (fire marshal)"
           display "  [5] SDS review due list"
           display "> " with no advancing
           accept choice

           if sessionOperator is omitted
               if choice = 2 or choice = 3
                   display "Operator ID: " with no advancing
                   accept hazOperator
               end-if
           else
               move sessionOperator to hazOperator
           end-if
           move function current-date(1:8) to todayDate

           open i-o HazardProfile
               if HzStat = "35"
                   open output HazardProfile
                   close HazardProfile
                   open i-o HazardProfile
               end-if
               call "openFileCheck" using HzStat

               evaluate choice
                   when 2
                       perform setProfile
                   when 3
                       perform removeProfile
                   when 4
                       perform zoneReport
                   when 5
                       perform sdsReviewReport
                   when other
                       perform listProfiles
               end-evaluate

           close HazardProfile

       exit program.

       listProfiles.
           display "ItemID| Item                     | Class| SDS      "
                   "           | Revised  | Max/loc | Storage"
           perform until eof = "y"
               read HazardProfile next record
                   at end
                       move "y" to eof
                   not at end
                       display hz-itemID "| " hz-itemName "| "
                               hz-class " | " hz-sdsID " | "
                               hz-sdsRevDate " | " hz-maxPerLoc
                               "   | " function trim(hz-storage)
                       add 1 to listedCount
               end-read
           end-perform
           display "Hazardous items on file: " listedCount.

       setProfile.
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
           move binLocation to itemBin
           compute hazQty = itemStock + qtyOnHold + qtyQuarantined
           close Inventory

           move "N" to profileIsNew
           move inItemID to hz-itemID
           read HazardProfile key is hz-itemID
               invalid key
                   move "Y" to profileIsNew
                   initialize hazardProfileRec
                   move inItemID to hz-itemID
           end-read
           move itemName to hz-itemName
           move hz-class to oldClass
           move hz-sdsID to oldSdsID
           move hz-sdsRevDate to oldSdsRevDate
           move hz-maxPerLoc to oldMaxPerLoc

           display "Hazard class [" hz-class "]: " with no advancing
           accept inClass
           if inClass = spaces
               move hz-class to inClass
           end-if
           move "N" to classOK
           perform varying classI from 1 by 1 until classI > ClassMax
               if classCode(classI) = inClass
                   move "Y" to classOK
               end-if
           end-perform
           if classOK not = "Y"
               display "Class must be 1, 2.1-2.3, 3, 4.1-4.3, 5.1, "
                       "5.2, 6.1, 7, 8 or 9; nothing saved"
               exit paragraph
           end-if
           move inClass to hz-class

           display "SDS document id [" function trim(hz-sdsID) "]: "
                   with no advancing
           accept inSdsID
           if inSdsID not = spaces
               move inSdsID to hz-sdsID
           end-if
           display "SDS revision date (YYYYMMDD) [" hz-sdsRevDate
                   "]: " with no advancing
           call "getValidDate" using numIn numCancel allowZeroDate
           if numCancel not = "Y" and numIn not = 0
               if numIn > todayDate
                   display "Revision date is in the future; "
                           "nothing saved"
                   exit paragraph
               end-if
               move numIn to hz-sdsRevDate
           end-if
           display "Storage requirement [" function trim(hz-storage)
                   "]: " with no advancing
           accept inStorage
           if inStorage not = spaces
               move inStorage to hz-storage
           end-if
           display "Max stock units per location, 0 = no limit ["
                   hz-maxPerLoc "]: " with no advancing
           call "getNumeric" using numIn numCancel
           if numCancel not = "Y"
               if numIn > 99999
                   display "Limit too large; nothing saved"
                   exit paragraph
               end-if
               move numIn to hz-maxPerLoc
           end-if

           move hazOperator to hz-changedBy
           move todayDate to hz-changedDate
           if profileIsNew = "Y"
               write hazardProfileRec
               display "Hazard profile added for "
                       function trim(hz-itemName)
           else
               rewrite hazardProfileRec
               display "Hazard profile updated for "
                       function trim(hz-itemName)
           end-if
           perform logProfileChange

           *> A new or changed class is checked where the item
           *> already sits, so an existing clash shows up today.
           if itemBin not = spaces
               close HazardProfile
               call "hazardCheck" using inItemID itemBin hazQty
                   hazWarnings
               if hazWarnings = 0
                   display "Bin " function trim(itemBin)
                           " is clear for this class"
               end-if
               open i-o HazardProfile
           end-if.

       *> A new profile logs against blanks, so the log alone says
       *> when an item was first classed as hazardous.
       logProfileChange.
           move hz-itemID to chgKey
           if hz-class not = oldClass
               move "hz-class" to chgField
               move oldClass to chgOld
               move hz-class to chgNew
               call "logMasterChange" using chgFile chgKey chgField
                   chgOld chgNew hazOperator
           end-if
           if hz-sdsID not = oldSdsID
               move "hz-sdsID" to chgField
               move oldSdsID to chgOld
               move hz-sdsID to chgNew
               call "logMasterChange" using chgFile chgKey chgField
                   chgOld chgNew hazOperator
           end-if
           if hz-sdsRevDate not = oldSdsRevDate
               move "hz-sdsRevDate" to chgField
               move oldSdsRevDate to chgOld
               move hz-sdsRevDate to chgNew
               call "logMasterChange" using chgFile chgKey chgField
                   chgOld chgNew hazOperator
           end-if
           if hz-maxPerLoc not = oldMaxPerLoc
               move "hz-maxPerLoc" to chgField
               move oldMaxPerLoc to chgOld
               move hz-maxPerLoc to chgNew
               call "logMasterChange" using chgFile chgKey chgField
                   chgOld chgNew hazOperator
           end-if.

       removeProfile.
           display "ItemID: " with no advancing
           call "getNumeric" using numIn numCancel
           if numCancel = "Y"
               exit paragraph
           end-if
           move numIn to hz-itemID
           read HazardProfile key is hz-itemID
               invalid key
                   display "No hazard profile for item " hz-itemID
                   exit paragraph
           end-read
           display "Remove class " function trim(hz-class)
                   " profile of " function trim(hz-itemName)
                   "? [y/n]: " with no advancing
           accept confirmDelete
           if confirmDelete not = "y" and confirmDelete not = "Y"
               exit paragraph
           end-if
           move hz-itemID to chgKey
           move "hz-class" to chgField
           move hz-class to chgOld
           move spaces to chgNew
           delete HazardProfile record
           call "logMasterChange" using chgFile chgKey chgField
               chgOld chgNew hazOperator
           display "Hazard profile removed".

       *> The fire marshal's walk-through: every hazardous item on
       *> hand, zone by zone and bin by bin, with its class, quantity
       *> against the per-location limit and the storage rule.
       zoneReport.
           open input Inventory
           call "openFileCheck" using InvStat
           open input BinMaster
           perform until eof = "y"
               read HazardProfile next record
                   at end
                       move "y" to eof
                   not at end
                       perform collectZoneRow
               end-read
           end-perform
           if BmStat = "00"
               close BinMaster
           end-if
           close Inventory

           perform sortByZone

           string "data\HazmatByZone_" delimited by size
                  todayDate delimited by size
                  ".txt" delimited by size
                  into reportFileName
           end-string
           open output ReportFile
           call "openFileCheck" using RepStat

           move spaces to reportLine
           string "Hazardous materials on hand by zone as of "
                  todayDate delimited by size into reportLine
           end-string
           write reportLine

           move low-values to lastZone
           move 0 to zoneItems
           move 0 to zoneUnits
           perform varying zoneI from 1 by 1 until zoneI > zoneCount
               if zoneZone(zoneI) not = lastZone
                   perform writeZoneTotal
                   move zoneZone(zoneI) to lastZone
                   move spaces to reportLine
                   write reportLine
                   move spaces to reportLine
                   string "Zone " zoneZone(zoneI)
                       delimited by size into reportLine
                   end-string
                   write reportLine
                   move spaces to reportLine
                   string "  Bin        | Class| ItemID| Item        "
                          "             | On hand| Max/loc| Storage"
                       delimited by size into reportLine
                   end-string
                   write reportLine
               end-if
               move spaces to overFlag
               if zoneLimit(zoneI) > 0 and zoneQty(zoneI) > zoneLimit(zoneI)
                   move "OVER MAX" to overFlag
                   add 1 to overCount
               end-if
               move spaces to reportLine
               string "  " zoneBin(zoneI) " | " zoneClass(zoneI) " | "
                      zoneItemID(zoneI) "| " zoneName(zoneI) "| "
                      zoneQty(zoneI) " | " zoneLimit(zoneI) "  | "
                      zoneStorage(zoneI) " " overFlag
                   delimited by size into reportLine
               end-string
               write reportLine
               add 1 to zoneItems
               add zoneQty(zoneI) to zoneUnits
           end-perform
           perform writeZoneTotal

           move spaces to reportLine
           write reportLine
           move spaces to reportLine
           string "Hazardous items on hand: " zoneCount
                  "  over their per-location limit: " overCount
               delimited by size into reportLine
           end-string
           write reportLine
           if zoneCount = ZoneMax
               move "Listing stopped at the table limit" to reportLine
               write reportLine
           end-if
           close ReportFile

           display "Hazardous items on hand: " zoneCount
                   "  over limit: " overCount
           display "Report written to " reportFileName
           call "registerSpool" using "HAZMATZONE  "
               reportFileName.

       collectZoneRow.
           move hz-itemID to itemID
           read Inventory key is itemID
               invalid key
                   exit paragraph
           end-read
           compute onHand = itemStock + qtyOnHold + qtyQuarantined
           if onHand = 0 or zoneCount >= ZoneMax
               exit paragraph
           end-if
           add 1 to zoneCount
           *> Stock with no bin, or on a tag missing from the master,
           *> still has to be found: it lists under zone "----".
           move "----" to zoneZone(zoneCount)
           move binLocation to zoneBin(zoneCount)
           if binLocation not = spaces and BmStat = "00"
               move binLocation to bm-bin
               read BinMaster key is bm-bin
                   invalid key
                       continue
                   not invalid key
                       if bm-zone not = spaces
                           move bm-zone to zoneZone(zoneCount)
                       end-if
               end-read
           end-if
           move hz-itemID to zoneItemID(zoneCount)
           move hz-itemName to zoneName(zoneCount)
           move hz-class to zoneClass(zoneCount)
           move onHand to zoneQty(zoneCount)
           move hz-maxPerLoc to zoneLimit(zoneCount)
           move hz-storage to zoneStorage(zoneCount).

       sortByZone.
           perform varying zoneI from 2 by 1 until zoneI > zoneCount
               move zoneTable(zoneI) to tmpZoneRow
               move zoneSortKey(zoneI) to tmpSortKey
               move zoneI to zoneI2
               perform until zoneI2 <= 1
                  or zoneSortKey(zoneI2 - 1) <= tmpSortKey
                   move zoneTable(zoneI2 - 1) to zoneTable(zoneI2)
                   subtract 1 from zoneI2
               end-perform
               move tmpZoneRow to zoneTable(zoneI2)
           end-perform.

       writeZoneTotal.
           if zoneItems = 0
               exit paragraph
           end-if
           move spaces to reportLine
           string "  Zone " lastZone " total: " zoneItems
                  " items, " zoneUnits " units"
               delimited by size into reportLine
           end-string
           write reportLine
           move 0 to zoneItems
           move 0 to zoneUnits.

       *> Every SDS past its review date or falling due within the
       *> window, plus hazardous items with no SDS on file at all.
       sdsReviewReport.
           move "SDS-REVIEW-DAYS" to ruleName
           move 365 to ruleValue
           call "getParam" using ruleName ruleValue
           compute horizonDate = function date-of-integer(
               function integer-of-date(todayDate) + DueWindow)

           string "data\SdsReviewDue_" delimited by size
                  todayDate delimited by size
                  ".txt" delimited by size
                  into reportFileName
           end-string
           open output ReportFile
           call "openFileCheck" using RepStat

           move spaces to reportLine
           string "SDS review due list as of " todayDate
                  " (review every " ruleValue " days)"
               delimited by size into reportLine
           end-string
           write reportLine
           move spaces to reportLine
           string "ItemID| Item                     | Class| SDS      "
                  "           | Revised  | Review by| State"
               delimited by size into reportLine
           end-string
           write reportLine

           perform until eof = "y"
               read HazardProfile next record
                   at end
                       move "y" to eof
                   not at end
                       perform checkSdsDue
               end-read
           end-perform

           move spaces to reportLine
           write reportLine
           move spaces to reportLine
           string "SDS reviews due or missing: " listedCount
               delimited by size into reportLine
           end-string
           write reportLine
           close ReportFile

           display "SDS reviews due or missing: " listedCount
           display "Report written to " reportFileName
           call "registerSpool" using "SDSREVIEW   "
               reportFileName.

       checkSdsDue.
           if hz-sdsRevDate = 0
               move 0 to reviewDue
               move "NO SDS" to dueFlag
           else
               compute reviewDue = function date-of-integer(
                   function integer-of-date(hz-sdsRevDate)
                   + ruleValue)
               if reviewDue > horizonDate
                   exit paragraph
               end-if
               if reviewDue < todayDate
                   move "OVERDUE" to dueFlag
               else
                   move "DUE" to dueFlag
               end-if
           end-if
           add 1 to listedCount
           move spaces to reportLine
           string hz-itemID "| " hz-itemName "| " hz-class " | "
                  hz-sdsID " | " hz-sdsRevDate " | " reviewDue " | "
                  dueFlag
               delimited by size into reportLine
           end-string
           write reportLine
           display hz-itemID " " function trim(hz-itemName) " SDS "
                   function trim(hz-sdsID) " " dueFlag.
