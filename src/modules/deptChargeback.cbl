                    03 dtName pic x(32).
            01 deptI pic 9(2).
            01 billingDept pic x(32).
            01 billingDivision pic x(16).
            01 billingCostCenter pic x(8).

            *> Department bills rolled up to their division (from
            *> DeptMaster) for the management subtotals.
            01 DivMax pic 9(2) value 20.
            01 divCount pic 9(2) value 0.
            01 divTableRecord.
                02 divTable occurs 20 times.
                    03 dvName pic x(16).
                    03 dvTotal pic 9(11)v99.
            01 divI pic 9(2).
            01 divIdx pic 9(2).

            *> Same "item, quant" UNSTRING-by-"; "-then-by-", " parse
            *> requestSubtract.cbl uses.
            01 requestTotal pic 9(9)v99.
            01 BomStat pic xx.
            01 bomUsable pic x value "N".
            01 bomRevision pic 9(3).
            01 bomFound pic x.
            01 compJ pic 9(2).
            01 deptTotal pic 9(11)v99.
            01 CdStat pic xx.
            01 xferOut pic 9(11)v99.
            01 grandTotal pic 9(11)v99.
            01 dispValue pic Z,ZZZ,ZZ9.99.
            *> The billed month's budget (getDeptBudget.cbl) and what
            *> the bill leaves of it.
            01 periodBudget pic 9(9)v99.
            01 budgetSource pic x(1).
            01 budgetLeft pic s9(11)v99.
            01 dispBudget pic ZZZ,ZZZ,ZZ9.99.
            01 dispLeft pic -ZZZ,ZZZ,ZZ9.99.
            01 dispCost pic Z,ZZ9.99.
            01 dispQty pic zz9.

            *> Per-department segments for the spool catalog
            *> (burstWriter.cbl).
            01 burstChoice pic x value "n".
            01 burstAction pic x(1).
            01 burstType pic x(12) value "CHARGEBACK".
            01 burstParam pic x(30).
            01 burstLine pic x(132).

            local-storage section.
            01 InvStat pic xx.
            01 ReqStat pic xx.
           move "n" to eof
           move 0 to deptCount
           move 0 to grandTotal
           move 0 to divCount
           initialize divTableRecord

           display "=== Monthly Department Chargeback Report ==="
           display "Period to bill (YYYYMM): " with no advancing

           display "Export to a report file? [y/n]: " with no advancing
           accept exportChoice
           display "Burst by department into the spool catalog? [y/n]: "
                   with no advancing
           accept burstChoice
           move spaces to billingDept

           if exportChoice = "y" or exportChoice = "Y"
               string "data\Chargeback_" delimited by size
               write reportLine
           end-if

           if burstChoice = "y" or burstChoice = "Y"
               call "getDate" using runTime runDate
               move spaces to burstParam
               string "Period " inPeriod delimited by size
                   into burstParam
               end-string
               move spaces to burstLine
               string "Department Chargeback - period " inPeriod
                      " - run " runDate " " runTime
                      delimited by size into burstLine
               end-string
               move "S" to burstAction
               call "burstWriter" using burstAction burstType
                   burstParam billingDept burstLine
           end-if

           perform collectDepartments

           if deptCount = 0
               move dtName(deptI) to billingDept
               perform billOneDepartment
           end-perform
           *> The totals below are management's, not any one
           *> department's.
           move spaces to billingDept

           close Inventory
           if bomUsable = "Y"
               delimited by size into reportLine
           end-string
           perform emitReportLine
           perform printDivisionSubtotals

           if exportChoice = "y" or exportChoice = "Y"
               close ReportFile
               call "registerSpool" using "CHARGEBACK  "
                   reportFileName
           end-if
           if burstChoice = "y" or burstChoice = "Y"
               move "F" to burstAction
               call "burstWriter" using burstAction burstType
                   burstParam billingDept burstLine
           end-if

       exit program.

       *> fulfilled requests costed line by line, then subtotaled.
       billOneDepartment.
           move 0 to deptTotal
           call "lookupDivision" using billingDept billingDivision
                   billingCostCenter
           perform emitSeparator
           move spaces to reportLine
           string "Department: " function trim(billingDept)
                  "   Division: " function trim(billingDivision)
                  "   Cost center: " billingCostCenter
               delimited by size into reportLine
           end-string
           perform emitReportLine
           perform applyCreditMemos

           add deptTotal to grandTotal
           perform addToDivision
           move deptTotal to dispValue
           move spaces to reportLine
           string "  Subtotal for " function trim(billingDept)
                  ": " dispValue
               delimited by size into reportLine
           end-string
           perform emitReportLine
           call "getDeptBudget" using billingDept inPeriod
               periodBudget budgetSource
           if budgetSource not = "N"
               compute budgetLeft = periodBudget - deptTotal
               move periodBudget to dispBudget
               move budgetLeft to dispLeft
               move spaces to reportLine
               string "  Budget for " inPeriod ": " dispBudget
                      "   Remaining: " dispLeft
                   delimited by size into reportLine
               end-string
               perform emitReportLine
           end-if.

       *> Inter-department transfers shift consumption between bills:
       *> stock handed to this department adds to its charge, stock it
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
               compute lineUnitCost = lineValue / parseQuant
           end-if.

       addToDivision.
           move 0 to divIdx
           perform varying divI from 1 by 1 until divI > divCount
               if dvName(divI) = billingDivision
                   move divI to divIdx
               end-if
           end-perform
           if divIdx = 0
               if divCount >= DivMax
                   exit paragraph
               end-if
               add 1 to divCount
               move billingDivision to dvName(divCount)
               move divCount to divIdx
           end-if
           add deptTotal to dvTotal(divIdx).

       *> Management reads the bill by division; the subtotals add
       *> back to the grand total above.
       printDivisionSubtotals.
           if divCount = 0
               exit paragraph
           end-if
           perform emitSeparator
           move "Division subtotals:" to reportLine
           perform emitReportLine
           perform varying divI from 1 by 1 until divI > divCount
               move dvTotal(divI) to dispValue
               move spaces to reportLine
               string "  " dvName(divI) " " dispValue
                   delimited by size into reportLine
               end-string
               perform emitReportLine
           end-perform.

       emitSeparator.
           move all "-" to reportLine
           perform emitReportLine.
           display reportLine(1:80)
           if exportChoice = "y" or exportChoice = "Y"
               write reportLine
           end-if
           if (burstChoice = "y" or burstChoice = "Y")
              and billingDept not = spaces
               move reportLine to burstLine
               move "W" to burstAction
               call "burstWriter" using burstAction burstType
                   burstParam billingDept burstLine
           end-if.
