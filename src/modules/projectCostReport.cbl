            WORKING-STORAGE SECTION.
            01 eof pic x value "n".
            01 bomUsable pic x value "N".
            01 bomRevision pic 9(3).
            01 bomFound pic x.

            01 inProject pic x(10).
            01 reportFileName pic x(48).
            01 chunk pic x(32).
            01 compJ pic 9(2).

            *> Project spend rolled up to the requesting department's
            *> division (lookupDivision), bounded like catTable.
            01 DivMax pic 9(2) value 20.
            01 divCount pic 9(2) value 0.
            01 divTableRecord.
                02 divTable occurs 20 times.
                    03 dvName pic x(16).
                    03 dvTotal pic 9(11)v99.
            01 divI pic 9(2).
            01 divIdx pic 9(2).
            01 reqDivision pic x(16).

            *> Per-department segments for the spool catalog
            *> (burstWriter.cbl).
            01 burstChoice pic x value "n".
            01 burstAction pic x(1).
            01 burstType pic x(12) value "PROJECTCOST".
            01 burstParam pic x(30).
            01 burstDept pic x(32).
            01 burstLine pic x(132).

            local-storage section.
            01 ReqStat pic xx.
            01 InvStat pic xx.
           move "n" to eof
           move 0 to requestCount
           move 0 to projectTotal
           move 0 to divCount
           initialize divTableRecord

           display "=== Project Cost Report ==="
           display "Project code: " with no advancing
           if inProject = spaces
               exit program
           end-if
           display "Burst by department into the spool catalog? [y/n]: "
                   with no advancing
           accept burstChoice

           open input ProjectMaster
               if PjStat = "00"
               delimited by size into reportLine
           end-string
           write reportLine
           if burstChoice = "y" or burstChoice = "Y"
               move spaces to burstParam
               string "Project " inProject delimited by size
                   into burstParam
               end-string
               move spaces to burstDept
               move spaces to burstLine
               string "Project cost statement: "
                      function trim(inProject) "  " todayDate
                   delimited by size into burstLine
               end-string
               move "S" to burstAction
               call "burstWriter" using burstAction burstType
                   burstParam burstDept burstLine
               move reportLine to burstLine
               move "H" to burstAction
               call "burstWriter" using burstAction burstType
                   burstParam burstDept burstLine
           end-if

           perform until eof = "y"
               read Requests next record
               delimited by size into reportLine
           end-string
           write reportLine
           perform printDivisionSubtotals

           close Requests
           close Inventory
               close BomMaster
           end-if
           close ReportFile
           if burstChoice = "y" or burstChoice = "Y"
               move "F" to burstAction
               call "burstWriter" using burstAction burstType
                   burstParam burstDept burstLine
           end-if

           display "------------------------------------------"
           display "Requests charged to the project: " requestCount
           end-perform

           add requestValue to projectTotal
           perform addToDivision
           move requestValue to dispValue
           move spaces to reportLine
           string requestID " | " department "| " fulfilledDate
               delimited by size into reportLine
           end-string
           write reportLine
           display function trim(reportLine)
           if burstChoice = "y" or burstChoice = "Y"
               move department to burstDept
               move reportLine to burstLine
               move "W" to burstAction
               call "burstWriter" using burstAction burstType
                   burstParam burstDept burstLine
           end-if.

       addToDivision.
           call "lookupDivision" using department reqDivision
           move 0 to divIdx
           perform varying divI from 1 by 1 until divI > divCount
               if dvName(divI) = reqDivision
                   move divI to divIdx
               end-if
           end-perform
           if divIdx = 0
               if divCount >= DivMax
                   exit paragraph
               end-if
               add 1 to divCount
               move reqDivision to dvName(divCount)
               move divCount to divIdx
           end-if
           add requestValue to dvTotal(divIdx).

       printDivisionSubtotals.
           if divCount = 0
               exit paragraph
           end-if
           move "Charged by division:" to reportLine
           write reportLine
           display function trim(reportLine)
           perform varying divI from 1 by 1 until divI > divCount
               move dvTotal(divI) to dispTotal
               move spaces to reportLine
               string "  " dvName(divI) " " dispTotal
                   delimited by size into reportLine
               end-string
               write reportLine
               display function trim(reportLine)
           end-perform.

       valueOneLine.
           move 0 to lineValue
               exit paragraph
           end-if
           move parseName to kitName
           call "bomForDate" using kitName dateRequested BomMasterRec
               bomRevision bomFound
           if bomFound not = "Y"
               exit paragraph
           end-if
           perform varying compJ from 1 by 1
                   until compJ > kitCompCount
               move compItemID(compJ) to itemID
               read Inventory key is itemID
                   invalid key
                       continue
                   not invalid key
