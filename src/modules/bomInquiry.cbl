      $set sourceformat"free"
        IDENTIFICATION DIVISION.
        PROGRAM-ID. bomInquiry.

       environment division.
           input-output section.
             file-control.
                  copy "BomMaster".

                  copy "Inventory".

                  copy "KitBuilds".

                  select ReportFile
                      assign to reportFileName
                      organization is line sequential
                      file status is RepStat.

        DATA DIVISION.
           file section.
               copy "BomMaster-rec".

               copy "Inventory-rec".

               copy "KitBuilds-rec".

               FD ReportFile.
               01 reportLine pic x(132).

            WORKING-STORAGE SECTION.
            01 BomStat pic xx.
            01 InvStat pic xx.
            01 KbStat pic xx.
            01 RepStat pic xx.
            01 eof pic x value "n".
            01 kbEof pic x.

            01 choice pic 9 value 1.
            01 todayDate pic 9(8).
            01 reportFileName pic x(48).
            01 listedCount pic 9(5) value 0.
            01 flaggedCount pic 9(5) value 0.
            01 compJ pic 9(2).

            *> Where-used: the component being traced.
            01 inItemID pic 9(5).
            01 inItemName pic x(25).
            01 traceName pic x(25).
            01 traceStatus pic x(1).
            01 kitStockText pic x(9).
            01 dispStock pic zzzz9.

            *> Roll-up: one kit priced from today's component costs
            *> against what its last build actually cost.
            01 onlyFlagged pic x.
            01 rollCost pic 9(9)v99.
            01 compCost pic 9(9)v99.
            01 buildCost pic 9(9)v99.
            01 lastBuildID pic 9(6).
            01 lastBuildDate pic 9(8).
            01 carriedCost pic 9(6)v99.
            01 kitOnFile pic x.
            01 varianceAmt pic s9(9)v99.
            01 variancePct pic s9(5)v9.
            01 kitFlags pic x(40).
            01 phaseCount pic 9(2).
            01 discCount pic 9(2).
            01 missingCount pic 9(2).
            01 dispRoll pic zzz,zzz,zz9.99.
            01 dispBuild pic zzz,zzz,zz9.99.
            01 dispCarried pic zzz,zz9.99.
            01 dispVar pic -zz,zzz,zz9.99.
            01 dispPct pic -(4)9.9.
            01 dispUnit pic zzz,zz9.99.
            01 dispExt pic zzz,zzz,zz9.99.
            01 compStatusText pic x(12).

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
           move 0 to flaggedCount

           display "=== Bill of Materials Inquiry ==="
           display "  [1] Where used - every kit a component goes into"
           display "  [2] Kit cost roll-up report"
           display "> " with no advancing
           accept choice
           move function current-date(1:8) to todayDate

           open input BomMaster
           if BomStat not = "00"
               display "No BomMaster.dat; no kits defined"
               exit program
           end-if
           open input Inventory
           call "openFileCheck" using InvStat

           evaluate choice
               when 2
                   perform costRollup
               when other
                   perform whereUsed
           end-evaluate

           close BomMaster
           close Inventory

       exit program.

       *> BomMaster.dat only reads kit-down, so tracing a part up
       *> means walking every kit's component rows.
       whereUsed.
           display "Component itemID (0 = enter the name): "
                   with no advancing
           call "getNumeric" using numIn numCancel
           if numCancel = "Y"
               exit paragraph
           end-if
           move numIn to inItemID
           if inItemID = 0
               display "Component name: " with no advancing
               accept inItemName
               move inItemName to itemName
               read Inventory key is itemName
                   invalid key
                       display "No item named "
                               function trim(inItemName)
                       exit paragraph
               end-read
           else
               move inItemID to itemID
               read Inventory key is itemID
                   invalid key
                       display "Item " inItemID " is not on file"
                       exit paragraph
               end-read
           end-if
           move itemID to inItemID
           move itemName to traceName
           move lifecycleStatus to traceStatus
           perform describeLifecycle
           move unitCost to dispUnit
           display function trim(traceName) " (" inItemID ")  "
                   function trim(compStatusText) "  unit cost "
                   dispUnit
           display "Kit                       | Qty/kit | Kit stock"

           perform until eof = "y"
               read BomMaster next record
                   at end
                       move "y" to eof
                   not at end
                       perform varying compJ from 1 by 1
                               until compJ > kitCompCount
                           if compItemID(compJ) = inItemID
                               perform showWhereUsed
                           end-if
                       end-perform
               end-read
           end-perform
           display "Kits using it: " listedCount.

       showWhereUsed.
           move "(no item)" to kitStockText
           move kitName to itemName
           read Inventory key is itemName
               invalid key
                   continue
               not invalid key
                   move itemStock to dispStock
                   move dispStock to kitStockText
           end-read
           display kitName " |      " compQty(compJ) " | "
                   kitStockText
           add 1 to listedCount.

       describeLifecycle.
           evaluate traceStatus
               when "P"
                   move "PHASE-OUT" to compStatusText
               when "D"
                   move "DISCONTINUED" to compStatusText
               when other
                   move "ACTIVE" to compStatusText
           end-evaluate.

       *> Each kit priced from its components' unitCost today, held
       *> against its most recent build in KitBuilds.dat (the cost
       *> snapshot kitPrebuild.cbl took) and the cost the kit item
       *> itself carries. Kits built from phase-out or discontinued
       *> parts are flagged so engineering can re-spec them.
       costRollup.
           display "Only kits with phase-out/discontinued or missing "
                   "parts? [y/n]: " with no advancing
           accept onlyFlagged
           string "data\KitCostRollup_" delimited by size
                  todayDate delimited by size
                  ".txt" delimited by size
                  into reportFileName
           end-string
           open output ReportFile
           call "openFileCheck" using RepStat
           move spaces to reportLine
           string "Kit cost roll-up from current component costs, "
                  todayDate
               delimited by size into reportLine
           end-string
           write reportLine

           perform until eof = "y"
               read BomMaster next record
                   at end
                       move "y" to eof
                   not at end
                       perform rollOneKit
               end-read
           end-perform

           move spaces to reportLine
           write reportLine
           move spaces to reportLine
           string "Kits listed " listedCount
                  "  with phase-out/discontinued/missing parts "
                  flaggedCount
               delimited by size into reportLine
           end-string
           write reportLine
           close ReportFile
           display "Kits listed: " listedCount
           display "Kits using phase-out/discontinued/missing parts: "
                   flaggedCount
           display "Report written to " reportFileName
           call "registerSpool" using "KITCOST     " reportFileName.

       rollOneKit.
           move 0 to rollCost
           move 0 to phaseCount
           move 0 to discCount
           move 0 to missingCount
           perform varying compJ from 1 by 1
                   until compJ > kitCompCount
               move compItemID(compJ) to itemID
               read Inventory key is itemID
                   invalid key
                       add 1 to missingCount
                   not invalid key
                       compute rollCost = rollCost
                           + unitCost * compQty(compJ)
                       if lifecycleStatus = "P"
                           add 1 to phaseCount
                       end-if
                       if lifecycleStatus = "D"
                           add 1 to discCount
                       end-if
               end-read
           end-perform

           move spaces to kitFlags
           if phaseCount > 0 or discCount > 0 or missingCount > 0
               add 1 to flaggedCount
               string "PHASE-OUT " phaseCount " DISC " discCount
                      " MISSING " missingCount
                   delimited by size into kitFlags
               end-string
           else
               if onlyFlagged = "y" or onlyFlagged = "Y"
                   exit paragraph
               end-if
           end-if

           move "N" to kitOnFile
           move 0 to carriedCost
           move kitName to itemName
           read Inventory key is itemName
               invalid key
                   continue
               not invalid key
                   move "Y" to kitOnFile
                   move unitCost to carriedCost
           end-read
           perform findLastBuild

           move spaces to reportLine
           write reportLine
           move spaces to reportLine
           string "Kit " kitName "  components " kitCompCount
                  "  " kitFlags
               delimited by size into reportLine
           end-string
           write reportLine
           move spaces to reportLine
           string "    Component                 | ItemID | Qty |"
                  "  Unit cost |  Extended  | Status"
               delimited by size into reportLine
           end-string
           write reportLine
           perform varying compJ from 1 by 1
                   until compJ > kitCompCount
               perform writeComponentLine
           end-perform

           move rollCost to dispRoll
           move spaces to reportLine
           string "    Rolled-up cost today   " dispRoll
               delimited by size into reportLine
           end-string
           write reportLine
           move spaces to reportLine
           if lastBuildID = 0
               string "    Last build             (never built)"
                   delimited by size into reportLine
               end-string
               write reportLine
           else
               move buildCost to dispBuild
               compute varianceAmt = rollCost - buildCost
               move varianceAmt to dispVar
               move 0 to variancePct
               if buildCost > 0
                   compute variancePct rounded =
                       (varianceAmt * 100) / buildCost
               end-if
               move variancePct to dispPct
               string "    Last build #" lastBuildID " on "
                      lastBuildDate "  " dispBuild
                      "   change " dispVar " (" dispPct "%)"
                   delimited by size into reportLine
               end-string
               write reportLine
           end-if
           move spaces to reportLine
           if kitOnFile = "Y"
               move carriedCost to dispCarried
               string "    Kit item carried at    " dispCarried
                   delimited by size into reportLine
               end-string
           else
               string "    Kit item               (not enrolled)"
                   delimited by size into reportLine
               end-string
           end-if
           write reportLine
           add 1 to listedCount.

       writeComponentLine.
           move compItemID(compJ) to itemID
           move spaces to reportLine
           read Inventory key is itemID
               invalid key
                   string "    " compName(compJ) " | " compItemID(compJ)
                          "  |  " compQty(compJ)
                          " |            |            | MISSING"
                       delimited by size into reportLine
                   end-string
               not invalid key
                   move lifecycleStatus to traceStatus
                   perform describeLifecycle
                   compute compCost = unitCost * compQty(compJ)
                   move unitCost to dispUnit
                   move compCost to dispExt
                   string "    " compName(compJ) " | " compItemID(compJ)
                          "  |  " compQty(compJ) " | " dispUnit " | "
                          dispExt " | " compStatusText
                       delimited by size into reportLine
                   end-string
           end-read
           write reportLine.

       *> The most recent build of the kit: its component costs as
       *> they stood that day, per kit.
       findLastBuild.
           move 0 to lastBuildID
           move 0 to lastBuildDate
           move 0 to buildCost
           open input KitBuilds
           if KbStat not = "00"
               exit paragraph
           end-if
           move "n" to kbEof
           perform until kbEof = "y"
               read KitBuilds next record
                   at end
                       move "y" to kbEof
                   not at end
                       if kb-kitName = kitName
                          and kb-buildDate >= lastBuildDate
                           move kb-buildID to lastBuildID
                           move kb-buildDate to lastBuildDate
                           move 0 to buildCost
                           perform varying compJ from 1 by 1
                                   until compJ > kb-compCount
                               compute buildCost = buildCost
                                   + kb-compCost(compJ)
                                   * kb-compQty(compJ)
                           end-perform
                       end-if
               end-read
           end-perform
           close KitBuilds.
