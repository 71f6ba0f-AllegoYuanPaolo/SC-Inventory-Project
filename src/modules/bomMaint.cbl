      $set sourceformat"free"
        IDENTIFICATION DIVISION.
        PROGRAM-ID. bomMaint.

       environment division.
           input-output section.
             file-control.
                  copy "BomRevisions".

                  copy "BomMaster".

                  copy "Inventory".

                  select ReportFile
                      assign to reportFileName
                      organization is line sequential
                      file status is RepStat.

        DATA DIVISION.
           file section.
               copy "BomRevisions-rec".

               copy "BomMaster-rec".

               copy "Inventory-rec".

               FD ReportFile.
               01 reportLine pic x(132).

            WORKING-STORAGE SECTION.
            01 BrStat pic xx.
            01 BomStat pic xx.
            01 InvStat pic xx.
            01 RepStat pic xx.
            01 brEof pic x.

            01 choice pic 9 value 1.
            01 bomOperator pic x(10).
            01 todayDate pic 9(8).
            01 authorized pic x.
            01 SupervisorRole pic x(10) value "SUPERVISOR".
            01 listedCount pic 9(5) value 0.

            01 inKitName pic x(25).
            01 lastRev pic 9(3).
            01 lastEffFrom pic 9(8).
            01 newRev pic 9(3).
            01 confirmChoice pic x.

            *> The component list being edited, laid out exactly like
            *> br-components so it moves across whole.
            01 editCount pic 9(2).
            01 editTable.
                02 editComp occurs 10 times.
                    03 edItemID pic 9(5).
                    03 edName pic x(25).
                    03 edQty pic 9(2).
            01 EditMax pic 9(2) value 10.
            01 edI pic 9(2).
            01 edJ pic 9(2).
            01 editAction pic x.
            01 editLine pic 9(2).
            01 editSaved pic x.
            01 dupFound pic x.

            *> New revision's dates and reason.
            01 inEffFrom pic 9(8).
            01 inEffText redefines inEffFrom pic x(8).
            01 prevEffTo pic 9(8).
            01 inReason pic x(40).
            01 dispTo pic x(8).

            *> Two revisions side by side for the comparison.
            01 revA pic 9(3).
            01 revB pic 9(3).
            01 cmpFound pic x.
            01 cmpCountA pic 9(2).
            01 cmpTableA.
                02 cmpA occurs 10 times.
                    03 caItemID pic 9(5).
                    03 caName pic x(25).
                    03 caQty pic 9(2).
            01 cmpCountB pic 9(2).
            01 cmpTableB.
                02 cmpB occurs 10 times.
                    03 cbItemID pic 9(5).
                    03 cbName pic x(25).
                    03 cbQty pic 9(2).
            01 cmpHeadA pic x(100).
            01 cmpHeadB pic x(100).
            01 changeCount pic 9(3).
            01 reportFileName pic x(48).
            01 bomTxnDate pic x(10) value spaces.

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
           move 0 to listedCount

           display "=== Kit / BOM Maintenance ==="
           display "  [1] List a kit's revisions"
           display "  [2] Show a revision's components"
           display "  [3] New revision of a kit (or a new kit)"
           display "  [4] Compare two revisions"
           display "  [5] Bring BomMaster.dat up to today's revisions"
           display "> " with no advancing
           accept choice

           if sessionOperator is omitted
               display "Operator ID: " with no advancing
               accept bomOperator
           else
               move sessionOperator to bomOperator
           end-if
           move function current-date(1:8) to todayDate

           evaluate choice
               when 2
                   perform showRevision
               when 3
                   call "authCheck" using bomOperator authorized
                       SupervisorRole
                   if authorized not = "Y"
                       display "Not authorized to change kits"
                       exit program
                   end-if
                   perform newRevision
               when 4
                   perform compareRevisions
               when 5
                   call "authCheck" using bomOperator authorized
                       SupervisorRole
                   if authorized not = "Y"
                       display "Not authorized to change kits"
                       exit program
                   end-if
                   call "bomRevisionSync"
               when other
                   perform listRevisions
           end-evaluate

       exit program.

       listRevisions.
           display "Kit name: " with no advancing
           accept inKitName
           open input BomRevisions
           if BrStat = "00"
               display "Rev | From     | To       | Parts | By         |"
                       " Reason"
               move inKitName to br-kitName
               move 0 to br-revision
               move "n" to brEof
               start BomRevisions key is not less than brKey
                   invalid key move "y" to brEof
               end-start
               perform until brEof = "y"
                   read BomRevisions next record
                       at end
                           move "y" to brEof
                       not at end
                           if br-kitName not = inKitName
                               move "y" to brEof
                           else
                               move "open" to dispTo
                               if br-effTo not = 0
                                   move br-effTo to dispTo
                               end-if
                               display br-revision " | " br-effFrom
                                       " | " dispTo " |    "
                                       br-compCount " | " br-changedBy
                                       " | " function trim(br-reason)
                               add 1 to listedCount
                           end-if
                   end-read
               end-perform
               close BomRevisions
           end-if
           if listedCount = 0
               display function trim(inKitName) " has no revision "
                       "history; BomMaster.dat holds its one version"
           end-if.

       *> Revision 0 asks for whatever is in effect today, the same
       *> answer the issuing programs get.
       showRevision.
           display "Kit name: " with no advancing
           accept inKitName
           display "Revision (0 = in effect today): " with no advancing
           call "getNumeric" using numIn numCancel
           if numCancel = "Y"
               exit paragraph
           end-if
           move numIn to revA
           perform loadRevisionA
           if cmpFound not = "Y"
               display "No such kit or revision"
               exit paragraph
           end-if
           display function trim(cmpHeadA)
           display "ItemID | Component                 | Qty"
           perform varying edI from 1 by 1 until edI > cmpCountA
               display caItemID(edI) "  | " caName(edI) " |  "
                       caQty(edI)
           end-perform.

       *> A change is always a new revision dated today or later;
       *> the revision it replaces is closed the day before, so
       *> anything already built or issued keeps exploding the way
       *> it was.
       newRevision.
           display "Kit name: " with no advancing
           accept inKitName
           if inKitName = spaces
               exit paragraph
           end-if
           open i-o BomRevisions
           if BrStat = "35"
               open output BomRevisions
               close BomRevisions
               open i-o BomRevisions
           end-if
           call "openFileCheck" using BrStat
           open input Inventory
           call "openFileCheck" using InvStat

           perform loadLatestRevision
           if lastRev = 0
               perform seedFromBomMaster
           end-if
           if lastRev = 0
               display function trim(inKitName) " is a new kit. "
                       "Create it? [y/n]: " with no advancing
               accept confirmChoice
               if confirmChoice not = "y" and confirmChoice not = "Y"
                   close BomRevisions
                   close Inventory
                   exit paragraph
               end-if
           end-if

           move "N" to editSaved
           perform editComponents
           if editSaved = "Y"
               perform saveRevision
           else
               display "No revision written"
           end-if
           close BomRevisions
           close Inventory.

       loadLatestRevision.
           move 0 to lastRev
           move 0 to lastEffFrom
           move 0 to editCount
           initialize editTable
           move inKitName to br-kitName
           move 0 to br-revision
           move "n" to brEof
           start BomRevisions key is not less than brKey
               invalid key move "y" to brEof
           end-start
           perform until brEof = "y"
               read BomRevisions next record
                   at end
                       move "y" to brEof
                   not at end
                       if br-kitName not = inKitName
                           move "y" to brEof
                       else
                           move br-revision to lastRev
                           move br-effFrom to lastEffFrom
                           move br-compCount to editCount
                           move br-components to editTable
                       end-if
               end-read
           end-perform.

       *> A kit that predates revision control gets its BomMaster.dat
       *> version kept as revision 1, in effect from the beginning,
       *> before anything replaces it.
       seedFromBomMaster.
           open input BomMaster
           if BomStat not = "00"
               exit paragraph
           end-if
           move inKitName to kitName
           read BomMaster key is kitName
               invalid key
                   close BomMaster
                   exit paragraph
           end-read
           close BomMaster
           initialize BomRevisionRec
           move inKitName to br-kitName
           move 1 to br-revision
           move 0 to br-effFrom
           move 0 to br-effTo
           move "As loaded before revision control" to br-reason
           move bomOperator to br-changedBy
           move todayDate to br-changedDate
           move kitCompCount to br-compCount
           move kitComponents to br-components
           write BomRevisionRec
           move 1 to lastRev
           move 0 to lastEffFrom
           move kitCompCount to editCount
           move kitComponents to editTable
           display "Current version kept as revision 1".

       editComponents.
           perform until exit
               display " "
               display "#  | ItemID | Component                 | Qty"
               perform varying edI from 1 by 1 until edI > editCount
                   display edI " | " edItemID(edI) "  | " edName(edI)
                           " |  " edQty(edI)
               end-perform
               display "[A]dd  [C]hange qty  [R]emove  [S]ave  "
                       "[Q]uit: " with no advancing
               move space to editAction
               accept editAction
               inspect editAction converting "acrsq" to "ACRSQ"
               evaluate editAction
                   when "A"
                       perform addComponent
                   when "C"
                       perform changeComponent
                   when "R"
                       perform removeComponent
                   when "S"
                       if editCount = 0
                           display "A kit needs at least one component"
                       else
                           move "Y" to editSaved
                           exit perform
                       end-if
                   when "Q"
                       exit perform
               end-evaluate
           end-perform.

       addComponent.
           if editCount >= EditMax
               display "A kit holds at most " EditMax " components"
               exit paragraph
           end-if
           display "Component itemID: " with no advancing
           call "getNumeric" using numIn numCancel
           if numCancel = "Y" or numIn = 0
               exit paragraph
           end-if
           move numIn to itemID
           read Inventory key is itemID
               invalid key
                   display "Item " itemID " is not on file"
                   exit paragraph
           end-read
           if itemName = inKitName
               display "A kit cannot contain itself"
               exit paragraph
           end-if
           move "N" to dupFound
           perform varying edI from 1 by 1 until edI > editCount
               if edItemID(edI) = itemID
                   move "Y" to dupFound
               end-if
           end-perform
           if dupFound = "Y"
               display "Already in the kit; change its quantity instead"
               exit paragraph
           end-if
           if lifecycleStatus = "P" or lifecycleStatus = "D"
               display "Note: " function trim(itemName)
                       " is phased out or discontinued"
           end-if
           display "Quantity per kit: " with no advancing
           call "getNumeric" using numIn numCancel
           if numCancel = "Y" or numIn = 0 or numIn > 99
               display "Quantity must be 1 to 99"
               exit paragraph
           end-if
           add 1 to editCount
           move itemID to edItemID(editCount)
           move itemName to edName(editCount)
           move numIn to edQty(editCount).

       changeComponent.
           display "Line #: " with no advancing
           call "getNumeric" using numIn numCancel
           if numCancel = "Y" or numIn = 0 or numIn > editCount
               exit paragraph
           end-if
           move numIn to editLine
           display "New quantity per kit (0 = remove): "
                   with no advancing
           call "getNumeric" using numIn numCancel
           if numCancel = "Y" or numIn > 99
               exit paragraph
           end-if
           if numIn = 0
               perform dropLine
           else
               move numIn to edQty(editLine)
           end-if.

       removeComponent.
           display "Line #: " with no advancing
           call "getNumeric" using numIn numCancel
           if numCancel = "Y" or numIn = 0 or numIn > editCount
               exit paragraph
           end-if
           move numIn to editLine
           perform dropLine.

       dropLine.
           perform varying edI from editLine by 1
                   until edI >= editCount
               compute edJ = edI + 1
               move editComp(edJ) to editComp(edI)
           end-perform
           initialize editComp(editCount)
           subtract 1 from editCount.

       saveRevision.
           display "Effective from YYYYMMDD (0 = today): "
                   with no advancing
           call "getNumeric" using numIn numCancel
           if numCancel = "Y"
               display "No revision written"
               exit paragraph
           end-if
           move numIn to inEffFrom
           if inEffFrom = 0
               move todayDate to inEffFrom
           end-if
           if inEffText(5:2) < "01" or inEffText(5:2) > "12"
              or inEffText(7:2) < "01" or inEffText(7:2) > "31"
               display "Not a date: " inEffFrom
               exit paragraph
           end-if
           if inEffFrom < todayDate
               display "A revision cannot start in the past; what "
                       "was built or issued stays as it was"
               exit paragraph
           end-if
           if lastRev > 0 and inEffFrom <= lastEffFrom
               display "Must start after revision " lastRev
                       ", which starts " lastEffFrom
               exit paragraph
           end-if
           display "Reason for the change: " with no advancing
           move spaces to inReason
           accept inReason
           if inReason = spaces
               display "A reason is required; no revision written"
               exit paragraph
           end-if

           if lastRev > 0
               move inKitName to br-kitName
               move lastRev to br-revision
               read BomRevisions key is brKey
                   invalid key
                       continue
                   not invalid key
                       compute prevEffTo = function date-of-integer(
                           function integer-of-date(inEffFrom) - 1)
                       move prevEffTo to br-effTo
                       rewrite BomRevisionRec
               end-read
           end-if

           compute newRev = lastRev + 1
           initialize BomRevisionRec
           move inKitName to br-kitName
           move newRev to br-revision
           move inEffFrom to br-effFrom
           move 0 to br-effTo
           move inReason to br-reason
           move bomOperator to br-changedBy
           move todayDate to br-changedDate
           move editCount to br-compCount
           move editTable to br-components
           write BomRevisionRec
               invalid key
                   display "Revision " newRev " already on file"
                   exit paragraph
           end-write
           display "Revision " newRev " of " function trim(inKitName)
                   " in effect from " inEffFrom

           move "BomRevisions.dat" to chgFile
           move inKitName to chgKey
           move "br-revision" to chgField
           move lastRev to chgOld
           if lastRev = 0
               move spaces to chgOld
           end-if
           move newRev to chgNew
           call "logMasterChange" using chgFile chgKey chgField
               chgOld chgNew bomOperator

           if inEffFrom <= todayDate
               perform applyToBomMaster
           else
               display "The nightly window puts it in BomMaster.dat on "
                       inEffFrom
           end-if.

       applyToBomMaster.
           open i-o BomMaster
           if BomStat = "35"
               open output BomMaster
               close BomMaster
               open i-o BomMaster
           end-if
           call "openFileCheck" using BomStat
           move inKitName to kitName
           read BomMaster key is kitName
               invalid key
                   move inKitName to kitName
                   move editCount to kitCompCount
                   move editTable to kitComponents
                   write BomMasterRec
               not invalid key
                   move editCount to kitCompCount
                   move editTable to kitComponents
                   rewrite BomMasterRec
           end-read
           close BomMaster
           display "BomMaster.dat updated; in effect now".

       *> What changed between two revisions: parts added, parts
       *> dropped and quantities moved, both ways round.
       compareRevisions.
           display "Kit name: " with no advancing
           accept inKitName
           display "From revision: " with no advancing
           call "getNumeric" using numIn numCancel
           if numCancel = "Y"
               exit paragraph
           end-if
           move numIn to revA
           display "To revision (0 = in effect today): "
                   with no advancing
           call "getNumeric" using numIn numCancel
           if numCancel = "Y"
               exit paragraph
           end-if
           move numIn to revB

           perform loadRevisionA
           if cmpFound not = "Y"
               display "No revision " revA " of "
                       function trim(inKitName)
               exit paragraph
           end-if
           perform loadRevisionB
           if cmpFound not = "Y"
               display "No revision " revB " of "
                       function trim(inKitName)
               exit paragraph
           end-if

           string "data\BomRevCompare_" delimited by size
                  todayDate delimited by size
                  ".txt" delimited by size
                  into reportFileName
           end-string
           open output ReportFile
           call "openFileCheck" using RepStat
           move spaces to reportLine
           string "BOM revision comparison for " inKitName "  "
                  todayDate
               delimited by size into reportLine
           end-string
           perform writeCompareLine
           move spaces to reportLine
           string "From: " cmpHeadA delimited by size into reportLine
           end-string
           perform writeCompareLine
           move spaces to reportLine
           string "To:   " cmpHeadB delimited by size into reportLine
           end-string
           perform writeCompareLine
           move spaces to reportLine
           perform writeCompareLine

           move 0 to changeCount
           perform varying edI from 1 by 1 until edI > cmpCountA
               move "N" to dupFound
               perform varying edJ from 1 by 1 until edJ > cmpCountB
                   if cbItemID(edJ) = caItemID(edI)
                       move "Y" to dupFound
                       if cbQty(edJ) not = caQty(edI)
                           move spaces to reportLine
                           string "CHANGED  " caItemID(edI) " "
                                  caName(edI) " qty " caQty(edI)
                                  " -> " cbQty(edJ)
                               delimited by size into reportLine
                           end-string
                           perform writeCompareLine
                           add 1 to changeCount
                       end-if
                   end-if
               end-perform
               if dupFound = "N"
                   move spaces to reportLine
                   string "REMOVED  " caItemID(edI) " " caName(edI)
                          " qty " caQty(edI)
                       delimited by size into reportLine
                   end-string
                   perform writeCompareLine
                   add 1 to changeCount
               end-if
           end-perform
           perform varying edJ from 1 by 1 until edJ > cmpCountB
               move "N" to dupFound
               perform varying edI from 1 by 1 until edI > cmpCountA
                   if caItemID(edI) = cbItemID(edJ)
                       move "Y" to dupFound
                   end-if
               end-perform
               if dupFound = "N"
                   move spaces to reportLine
                   string "ADDED    " cbItemID(edJ) " " cbName(edJ)
                          " qty " cbQty(edJ)
                       delimited by size into reportLine
                   end-string
                   perform writeCompareLine
                   add 1 to changeCount
               end-if
           end-perform
           if changeCount = 0
               move "No component differences" to reportLine
               perform writeCompareLine
           end-if
           close ReportFile
           display "Differences: " changeCount
           display "Report written to " reportFileName
           call "registerSpool" using "BOMCOMPARE  " reportFileName.

       writeCompareLine.
           write reportLine
           display function trim(reportLine trailing).

       loadRevisionA.
           move revA to newRev
           perform fetchRevision
           move kitCompCount to cmpCountA
           move kitComponents to cmpTableA
           move cmpHeadB to cmpHeadA
           move newRev to revA.

       loadRevisionB.
           move revB to newRev
           perform fetchRevision
           move kitCompCount to cmpCountB
           move kitComponents to cmpTableB
           move newRev to revB.

       *> Revision newRev of the kit into BomMasterRec, with a one-
       *> line description in cmpHeadB; 0 means the revision in
       *> effect today, whatever bomForDate.cbl answers.
       fetchRevision.
           move "N" to cmpFound
           move spaces to cmpHeadB
           initialize BomMasterRec
           if newRev = 0
               move inKitName to kitName
               call "bomForDate" using kitName bomTxnDate BomMasterRec
                   newRev cmpFound
               if cmpFound = "Y"
                   string "revision " newRev " (in effect today)"
                       delimited by size into cmpHeadB
                   end-string
               end-if
               exit paragraph
           end-if
           open input BomRevisions
           if BrStat not = "00"
               exit paragraph
           end-if
           move inKitName to br-kitName
           move newRev to br-revision
           read BomRevisions key is brKey
               invalid key
                   continue
               not invalid key
                   move "Y" to cmpFound
                   move br-compCount to kitCompCount
                   move br-components to kitComponents
                   move "open" to dispTo
                   if br-effTo not = 0
                       move br-effTo to dispTo
                   end-if
                   string "revision " br-revision " " br-effFrom " to "
                          dispTo ", " function trim(br-reason)
                       delimited by size into cmpHeadB
                   end-string
           end-read
           close BomRevisions.
