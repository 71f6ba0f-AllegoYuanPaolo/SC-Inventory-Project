      $set sourceformat"free"
        IDENTIFICATION DIVISION.
        PROGRAM-ID. budgetCommitReport.

       environment division.
           input-output section.
             file-control.
                  copy "DeptMaster".

                  copy "Requests".

                  copy "Inventory.cpy".

                  copy "BomMaster".

                  *> Dated like the other finance reports so each
                  *> day's run is kept.
                  select ReportFile
                      assign to reportFileName
                      organization is line sequential
                      file status is RptStat.

        DATA DIVISION.
           file section.
               copy "DeptMaster-rec".

               copy "Requests-rec".

               copy "Inventory-rec.cpy".

               copy "BomMaster-rec".

               FD ReportFile.
                   01 reportLine pic x(132).

            WORKING-STORAGE SECTION.
            01 eof pic x value "n".

            01 currPeriod pic 9(6).
            01 entryPeriod pic 9(6).
            01 todayDate pic 9(8).
            01 exportChoice pic x value "n".
            01 reportFileName pic x(48).
            01 runTime pic x(8).
            01 runDate pic x(10).
            01 allDepts pic x(32) value spaces.

            *> Month-to-date actual (fulfilled) spend per department,
            *> collected in one pass over Requests; bounded like
            *> catTable elsewhere.
            01 ActMax pic 9(2) value 50.
            01 actCount pic 9(2) value 0.
            01 actTableRecord.
                02 actTable occurs 50 times.
                    03 acName pic x(32).
                    03 acSpend pic 9(9)v99.
            01 actI pic 9(2).
            01 matchIdx pic 9(2).

            *> Same "item, quant" UNSTRING-by-"; "-then-by-", " parse
            *> requestSubtract.cbl uses, kit-aware like the chargeback.
            01 parseName pic x(25).
            01 parseQuant pic 9(2).
            01 ptr pic 9(3).
            01 chunk pic x(32).
            01 compJ pic 9(2).
            01 lineValue pic 9(9)v99.
            01 requestTotal pic 9(9)v99.
            01 bomUsable pic x value "N".
            01 bomRevision pic 9(3).
            01 bomFound pic x.
            01 invUsable pic x value "N".

            01 deptActual pic 9(9)v99.
            01 deptAvailable pic s9(9)v99.
            01 overCount pic 9(3) value 0.
            01 totBudget pic 9(11)v99 value 0.
            *> This month's budget (getDeptBudget.cbl): the budget
            *> file's row for the period, else deptBudget.
            01 periodBudget pic 9(9)v99.
            01 budgetSource pic x(1).
            01 totActual pic 9(11)v99 value 0.
            01 totCommitted pic 9(11)v99 value 0.
            01 totAvailable pic s9(11)v99 value 0.
            01 dispBudget pic ZZZ,ZZZ,ZZ9.99.
            01 dispActual pic ZZZ,ZZZ,ZZ9.99.
            01 dispReq pic ZZ,ZZZ,ZZ9.99.
            01 dispBo pic ZZ,ZZZ,ZZ9.99.
            01 dispSo pic ZZ,ZZZ,ZZ9.99.
            01 dispPo pic ZZ,ZZZ,ZZ9.99.
            01 dispCommitted pic ZZZ,ZZZ,ZZ9.99.
            01 dispAvailable pic -ZZZ,ZZZ,ZZ9.99.
            01 overFlag pic x(4).

            local-storage section.
            01 deptStat pic xx.
            01 ReqStat pic xx.
            01 InvStat pic xx.
            01 BomStat pic xx.
            01 RptStat pic xx.

        PROCEDURE DIVISION.
           *> Reset scan state: this program is CALLed repeatedly from
           *> menuDriver's loop within the same run unit, and these
           *> fields only initialize once via their VALUE clauses.
           move "n" to eof
           move 0 to actCount
           initialize actTableRecord
           move 0 to overCount
           move 0 to totBudget
           move 0 to totActual
           move 0 to totCommitted
           move 0 to totAvailable

           display "=== Budget vs Actual vs Committed ==="
           move function current-date(1:8) to todayDate
           move todayDate(1:6) to currPeriod

           display "Export to a report file? [y/n]: " with no advancing
           accept exportChoice

           *> Commitments are rebuilt from the source files first so
           *> the figures below are as of this run, not the last
           *> approval or receipt.
           call "recalcEncumbrance" using allDepts

           perform collectActuals

           if exportChoice = "y" or exportChoice = "Y"
               string "data\BudgetCommit_" delimited by size
                      todayDate delimited by size
                      ".txt" delimited by size
                      into reportFileName
               end-string
               call "getDate" using runTime runDate
               open output ReportFile
               call "openFileCheck" using RptStat
               move spaces to reportLine
               string "Budget vs Actual vs Committed - period "
                      currPeriod " - run " runDate " " runTime
                      delimited by size into reportLine
               end-string
               write reportLine
           end-if

           move spaces to reportLine
           string "Department                      |    Monthly budget"
                  " |   Actual (MTD) |  Requests |"
                  "  Backorder |   Standing |  Proj POs |"
                  "      Committed |      Available"
               delimited by size into reportLine
           end-string
           perform emitReportLine
           perform emitSeparator

           open input DeptMaster
           if deptStat not = "00"
               display "No DeptMaster.dat; no budgets to report"
               if exportChoice = "y" or exportChoice = "Y"
                   close ReportFile
               end-if
               exit program
           end-if
           move "n" to eof
           perform until eof = "y"
               read DeptMaster next record
                   at end
                       move "y" to eof
                   not at end
                       perform reportOneDept
               end-read
           end-perform
           close DeptMaster

           perform emitSeparator
           move totBudget to dispBudget
           move totActual to dispActual
           move totCommitted to dispCommitted
           move totAvailable to dispAvailable
           move spaces to reportLine
           string "All departments                 | " dispBudget
                  " | " dispActual " |           |            |"
                  "            |           | " dispCommitted
                  " | " dispAvailable
               delimited by size into reportLine
           end-string
           perform emitReportLine
           move spaces to reportLine
           string "Departments over budget once committed spend is "
                  "counted: " overCount
               delimited by size into reportLine
           end-string
           perform emitReportLine

           if exportChoice = "y" or exportChoice = "Y"
               close ReportFile
               display "Report written to " reportFileName
               call "registerSpool" using "BUDGETCOMMIT"
                   reportFileName
           end-if

       exit program.

       *> Available is what is left once both the money already
       *> spent and the money already promised are taken off.
       reportOneDept.
           move 0 to deptActual
           move 0 to matchIdx
           perform varying actI from 1 by 1 until actI > actCount
               if acName(actI) = deptName
                   move actI to matchIdx
               end-if
           end-perform
           if matchIdx not = 0
               move acSpend(matchIdx) to deptActual
           end-if
           call "getDeptBudget" using deptName currPeriod
               periodBudget budgetSource deptBudget
           compute deptAvailable =
               periodBudget - deptActual - deptEncumbered
           move spaces to overFlag
           if periodBudget not = 0 and deptAvailable < 0
               move "OVER" to overFlag
               add 1 to overCount
           end-if

           add periodBudget to totBudget
           add deptActual to totActual
           add deptEncumbered to totCommitted
           add deptAvailable to totAvailable

           move periodBudget to dispBudget
           move deptActual to dispActual
           move deptEncRequests to dispReq
           move deptEncBackorders to dispBo
           move deptEncStanding to dispSo
           move deptEncPOs to dispPo
           move deptEncumbered to dispCommitted
           move deptAvailable to dispAvailable
           move spaces to reportLine
           string deptName "| " dispBudget " | " dispActual " | "
                  dispReq " | " dispBo " | " dispSo " | " dispPo
                  " | " dispCommitted " | " dispAvailable " "
                  overFlag
               delimited by size into reportLine
           end-string
           perform emitReportLine.

       *> Fulfilled or delivered this month, costed the way the
       *> chargeback bills it.
       collectActuals.
           open input Requests
           if ReqStat not = "00"
               exit paragraph
           end-if
           move "N" to invUsable
           open input Inventory
           if InvStat = "00"
               move "Y" to invUsable
           end-if
           move "N" to bomUsable
           open input BomMaster
           if BomStat = "00"
               move "Y" to bomUsable
           end-if

           move "n" to eof
           perform until eof = "y"
               read Requests next record
                   at end
                       move "y" to eof
                   not at end
                       move fulfilledDate(7:4) to entryPeriod(1:4)
                       move fulfilledDate(4:2) to entryPeriod(5:2)
                       if (reqStatus = "Fulfilled"
                           or reqStatus = "DELIVERED")
                          and entryPeriod = currPeriod
                           perform costOneRequest
                       end-if
               end-read
           end-perform

           close Requests
           if invUsable = "Y"
               close Inventory
           end-if
           if bomUsable = "Y"
               close BomMaster
           end-if.

       costOneRequest.
           move 0 to matchIdx
           perform varying actI from 1 by 1 until actI > actCount
               if acName(actI) = department
                   move actI to matchIdx
               end-if
           end-perform
           if matchIdx = 0
               if actCount >= ActMax
                   exit paragraph
               end-if
               add 1 to actCount
               move department to acName(actCount)
               move actCount to matchIdx
           end-if

           move 0 to requestTotal
           move 1 to ptr
           perform until ptr > function length(itemNQuant)
               move spaces to chunk
               unstring itemNQuant
                   delimited by "; "
                   into chunk
                   with pointer ptr
               if chunk not = spaces
                   move spaces to parseName
                   move 0 to parseQuant
                   unstring chunk
                       delimited by ", "
                       into parseName, parseQuant
                   perform valueOneLine
                   add lineValue to requestTotal
               end-if
           end-perform
           add requestTotal to acSpend(matchIdx).

       valueOneLine.
           move 0 to lineValue
           if invUsable not = "Y"
               exit paragraph
           end-if
           move parseName to itemName
           read Inventory key is itemName
               invalid key
                   perform valueKitLine
               not invalid key
                   compute lineValue = parseQuant * unitCost
           end-read.

       valueKitLine.
           if bomUsable not = "Y"
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
                       compute lineValue = lineValue
                           + (compQty(compJ) * parseQuant * unitCost)
               end-read
           end-perform.

       emitSeparator.
           move all "-" to reportLine
           perform emitReportLine.

       *> Shared display-plus-export writer, same shape as
       *> viewInventory.cbl's emitLine.
       emitReportLine.
           display function trim(reportLine trailing)
           if exportChoice = "y" or exportChoice = "Y"
               write reportLine
           end-if.
