      $set sourceformat"free"
        IDENTIFICATION DIVISION.
        PROGRAM-ID. spendAnalysisReport.

       environment division.
           input-output section.
             file-control.
                  *> Built by spendCubeBuild.cbl from receipt and
                  *> invoice history.
                  copy "SpendCube".

                  *> Dated listing, same technique as
                  *> apAgingReport.cbl's ReportFile.
                  select ReportFile
                      assign to reportFileName
                      organization is line sequential
                      file status is RepStat.

        DATA DIVISION.
           file section.
               copy "SpendCube-rec".

               FD ReportFile.
               01 reportLine pic x(132).

            WORKING-STORAGE SECTION.
            01 eof pic x value "n".

            01 reportFileName pic x(48).
            01 todayDate pic 9(8).
            01 inYear pic 9(4).
            01 priorYear pic 9(4).
            01 inGrain pic x(1).
            01 inMaterial pic x(10).
            01 numIn pic 9(8).
            01 numCancel pic x.
            01 builtDate pic 9(8) value 0.

            *> One row per vendor and material type seen in the year
            *> or the one before, each month of both years side by
            *> side so the year-over-year change is a subtraction.
            01 ComboMax pic 9(3) value 200.
            01 comboCount pic 9(3) value 0.
            01 comboFull pic x value "N".
            01 comboTableRecord.
                02 comboTable occurs 200 times.
                    03 cbVendor pic x(8).
                    03 cbName pic x(25).
                    03 cbMaterial pic x(10).
                    03 cbThis occurs 12 times pic 9(11)v99.
                    03 cbLast occurs 12 times pic 9(11)v99.
                    03 cbThisTotal pic 9(11)v99.
                    03 cbLastTotal pic 9(11)v99.
                    03 cbContract pic 9(11)v99.
                    03 cbInvoice pic 9(11)v99.
                    03 cbPicked pic x(1).
            01 cbI pic 9(3).
            01 matchIdx pic 9(3).

            *> Per material type: spend both years, the contract
            *> share and how many vendors it was spread across.
            01 MtMax pic 9(2) value 30.
            01 mtCount pic 9(2) value 0.
            01 mtTableRecord.
                02 mtTable occurs 30 times.
                    03 mtCode pic x(10).
                    03 mtThis pic 9(11)v99.
                    03 mtLast pic 9(11)v99.
                    03 mtContract pic 9(11)v99.
                    03 mtVendorsThis pic 9(3).
                    03 mtVendorsLast pic 9(3).
            01 mtI pic 9(2).
            01 mtIdx pic 9(2).

            *> How many vendors the consolidation review looks at per
            *> material type.
            01 TopMax pic 9(2) value 5.
            01 topRank pic 9(2).
            01 bestIdx pic 9(3).
            01 bestValue pic 9(11)v99.

            01 monthIdx pic 9(2).
            01 periodI pic 9(2).
            01 periodCount pic 9(2).
            01 periodThis pic 9(11)v99.
            01 periodLast pic 9(11)v99.
            01 periodLabel pic x(7).
            01 firstMonth pic 9(2).
            01 lastMonth pic 9(2).

            01 grandThis pic 9(13)v99 value 0.
            01 grandLast pic 9(13)v99 value 0.
            01 grandContract pic 9(13)v99 value 0.
            01 grandInvoice pic 9(13)v99 value 0.
            01 changeAmount pic s9(13)v99.
            01 changePct pic s9(5)v9.
            01 sharePct pic 9(3)v9.
            01 offContract pic 9(13)v99.

            01 dispThis pic ZZZ,ZZZ,ZZ9.99.
            01 dispLast pic ZZZ,ZZZ,ZZ9.99.
            01 dispChange pic -ZZZ,ZZZ,ZZ9.99.
            01 dispPct pic -ZZZZ9.9.
            01 dispShare pic ZZ9.9.
            01 dispOffShare pic ZZ9.9.
            01 dispInvoice pic ZZZ,ZZZ,ZZ9.99.
            01 dispRank pic Z9.
            01 pctText pic x(8).

            local-storage section.
            01 ScStat pic xx.
            01 RepStat pic xx.

        PROCEDURE DIVISION.
           *> Reset scan state: this program is CALLed repeatedly from
           *> menuDriver's loop within the same run unit, and these
           *> fields only initialize once via their VALUE clauses.
           move "n" to eof
           move 0 to comboCount
           move "N" to comboFull
           move 0 to mtCount
           move 0 to grandThis
           move 0 to grandLast
           move 0 to grandContract
           move 0 to grandInvoice
           move 0 to builtDate
           initialize comboTableRecord
           initialize mtTableRecord

           display "=== Spend Analysis by Vendor and Material Type ==="
           move function current-date(1:8) to todayDate
           display "Year (YYYY, 0 = this year): " with no advancing
           call "getNumeric" using numIn numCancel
           if numCancel = "Y"
               exit program
           end-if
           if numIn = 0
               move todayDate(1:4) to inYear
           else
               if numIn < 1900 or numIn > 9999
                   display "Not a year; nothing reported"
                   exit program
               end-if
               move numIn to inYear
           end-if
           compute priorYear = inYear - 1
           display "[M]onthly or [Q]uarterly columns (default Q): "
                   with no advancing
           accept inGrain
           inspect inGrain converting "mq" to "MQ"
           if inGrain not = "M"
               move "Q" to inGrain
           end-if
           display "Material type (blank = all): " with no advancing
           accept inMaterial
           inspect inMaterial converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           open input SpendCube
               if ScStat not = "00"
                   display "No SpendCube.dat; run the spend cube "
                           "build first"
                   exit program
               end-if

           perform loadCube
           close SpendCube
           if comboCount = 0
               display "No spend on file for " inYear " or "
                       priorYear
               exit program
           end-if

           perform rollUpMaterials

           string "data\SpendAnalysis_" delimited by size
                  todayDate delimited by size
                  ".txt" delimited by size
                  into reportFileName
           end-string
           open output ReportFile
           call "openFileCheck" using RepStat

           move spaces to reportLine
           string "Spend analysis " inYear " against " priorYear
                  " (home currency, cube built " builtDate ")"
               delimited by size into reportLine
           end-string
           write reportLine
           if comboFull = "Y"
               move spaces to reportLine
               string "(more than " ComboMax " vendor/material "
                      "combinations; narrow the run to one material "
                      "type)"
                   delimited by size into reportLine
               end-string
               write reportLine
           end-if

           perform writeVendorPeriods
           perform writeMaterialSummary
           perform writeTopVendors

           close ReportFile

           display "------------------------------------------"
           move grandThis to dispThis
           move grandLast to dispLast
           display "Spend " inYear ": " dispThis
           display "Spend " priorYear ": " dispLast
           move grandContract to dispThis
           display "Under contract: " dispThis
           display "Report written to " reportFileName
           call "registerSpool" using "SPENDCUBE   "
               reportFileName

       exit program.

       *> The file is keyed vendor, material type, period, so each
       *> vendor/material pair arrives as one run of months.
       loadCube.
           move low-values to scKey
           start SpendCube key is not less than scKey
               invalid key move "y" to eof
           end-start
           perform until eof = "y"
               read SpendCube next record
                   at end
                       move "y" to eof
                   not at end
                       if (sc-period(1:4) = inYear
                           or sc-period(1:4) = priorYear)
                          and (inMaterial = spaces
                               or sc-materialType = inMaterial)
                           perform loadOneCell
                       end-if
               end-read
           end-perform.

       loadOneCell.
           if sc-builtDate > builtDate
               move sc-builtDate to builtDate
           end-if
           move 0 to matchIdx
           if comboCount > 0
               if cbVendor(comboCount) = sc-vendorCode
                  and cbMaterial(comboCount) = sc-materialType
                   move comboCount to matchIdx
               end-if
           end-if
           if matchIdx = 0
               if comboCount < ComboMax
                   add 1 to comboCount
                   move comboCount to matchIdx
                   move sc-vendorCode to cbVendor(matchIdx)
                   move sc-vendorName to cbName(matchIdx)
                   move sc-materialType to cbMaterial(matchIdx)
               else
                   move "Y" to comboFull
                   exit paragraph
               end-if
           end-if
           move sc-period(5:2) to monthIdx
           if monthIdx < 1 or monthIdx > 12
               exit paragraph
           end-if
           if sc-period(1:4) = inYear
               add sc-receiptSpend to cbThis(matchIdx, monthIdx)
               add sc-receiptSpend to cbThisTotal(matchIdx)
               add sc-contractSpend to cbContract(matchIdx)
               add sc-invoiceSpend to cbInvoice(matchIdx)
           else
               add sc-receiptSpend to cbLast(matchIdx, monthIdx)
               add sc-receiptSpend to cbLastTotal(matchIdx)
           end-if.

       rollUpMaterials.
           perform varying cbI from 1 by 1 until cbI > comboCount
               move 0 to mtIdx
               perform varying mtI from 1 by 1 until mtI > mtCount
                   if mtCode(mtI) = cbMaterial(cbI)
                       move mtI to mtIdx
                   end-if
               end-perform
               if mtIdx = 0 and mtCount < MtMax
                   add 1 to mtCount
                   move mtCount to mtIdx
                   move cbMaterial(cbI) to mtCode(mtIdx)
               end-if
               if mtIdx not = 0
                   add cbThisTotal(cbI) to mtThis(mtIdx)
                   add cbLastTotal(cbI) to mtLast(mtIdx)
                   add cbContract(cbI) to mtContract(mtIdx)
                   if cbThisTotal(cbI) > 0
                       add 1 to mtVendorsThis(mtIdx)
                   end-if
                   if cbLastTotal(cbI) > 0
                       add 1 to mtVendorsLast(mtIdx)
                   end-if
               end-if
               add cbThisTotal(cbI) to grandThis
               add cbLastTotal(cbI) to grandLast
               add cbContract(cbI) to grandContract
               add cbInvoice(cbI) to grandInvoice
           end-perform.

       *> Section 1: every vendor/material pair by month or quarter,
       *> this year against the same period last year.
       writeVendorPeriods.
           move spaces to reportLine
           write reportLine
           move "SPEND BY VENDOR, MATERIAL TYPE AND PERIOD"
               to reportLine
           write reportLine
           move spaces to reportLine
           string "Period  |      This year |      Last year |"
                  "         Change |   Chg %"
               delimited by size into reportLine
           end-string
           write reportLine

           if inGrain = "M"
               move 12 to periodCount
           else
               move 4 to periodCount
           end-if
           perform varying cbI from 1 by 1 until cbI > comboCount
               move spaces to reportLine
               string "Vendor " cbVendor(cbI) " "
                      function trim(cbName(cbI))
                      "  /  material " cbMaterial(cbI)
                   delimited by size into reportLine
               end-string
               write reportLine
               perform varying periodI from 1 by 1
                       until periodI > periodCount
                   perform writeOnePeriod
               end-perform
               move cbThisTotal(cbI) to periodThis
               move cbLastTotal(cbI) to periodLast
               move "Year   " to periodLabel
               perform writeChangeLine
               move cbInvoice(cbI) to dispInvoice
               move spaces to reportLine
               string "        invoiced " inYear ": " dispInvoice
                   delimited by size into reportLine
               end-string
               write reportLine
           end-perform.

       writeOnePeriod.
           if inGrain = "M"
               move periodI to firstMonth
               move periodI to lastMonth
               move spaces to periodLabel
               string inYear "-" periodI
                   delimited by size into periodLabel
               end-string
           else
               compute firstMonth = periodI * 3 - 2
               compute lastMonth = periodI * 3
               move spaces to periodLabel
               string inYear "-Q" periodI(2:1)
                   delimited by size into periodLabel
               end-string
           end-if
           move 0 to periodThis
           move 0 to periodLast
           perform varying monthIdx from firstMonth by 1
                   until monthIdx > lastMonth
               add cbThis(cbI, monthIdx) to periodThis
               add cbLast(cbI, monthIdx) to periodLast
           end-perform
           *> Quiet periods in both years would only pad the page.
           if periodThis = 0 and periodLast = 0
               exit paragraph
           end-if
           perform writeChangeLine.

       writeChangeLine.
           compute changeAmount = periodThis - periodLast
           perform formatChangePct
           move periodThis to dispThis
           move periodLast to dispLast
           move changeAmount to dispChange
           move spaces to reportLine
           string periodLabel " | " dispThis " | " dispLast " |"
                  dispChange " | " pctText
               delimited by size into reportLine
           end-string
           write reportLine.

       *> Growth from nothing has no percentage: shown as NEW.
       formatChangePct.
           if periodLast = 0
               if periodThis = 0
                   move spaces to pctText
               else
                   move "     NEW" to pctText
               end-if
           else
               compute changePct rounded =
                   (periodThis - periodLast) * 100 / periodLast
                   on size error
                       move 99999.9 to changePct
               end-compute
               move changePct to dispPct
               move dispPct to pctText
           end-if.

       *> Section 2: per material type, the year-over-year change,
       *> the contract / off-contract split and the vendor count.
       writeMaterialSummary.
           move spaces to reportLine
           write reportLine
           move "SPEND BY MATERIAL TYPE" to reportLine
           write reportLine
           move spaces to reportLine
           string "Material   |      This year |      Last year |"
                  "   Chg % | Contract % |   Off % | Vendors"
                  " this yr (last)"
               delimited by size into reportLine
           end-string
           write reportLine
           perform varying mtI from 1 by 1 until mtI > mtCount
               move mtThis(mtI) to periodThis
               move mtLast(mtI) to periodLast
               perform formatChangePct
               move 0 to sharePct
               if mtThis(mtI) > 0
                   compute sharePct rounded =
                       mtContract(mtI) * 100 / mtThis(mtI)
               end-if
               move sharePct to dispShare
               if mtThis(mtI) > 0
                   compute sharePct = 100 - sharePct
               end-if
               move sharePct to dispOffShare
               move mtThis(mtI) to dispThis
               move mtLast(mtI) to dispLast
               move spaces to reportLine
               string mtCode(mtI) " | " dispThis " | " dispLast " | "
                      pctText " |      " dispShare " |   "
                      dispOffShare " |     " mtVendorsThis(mtI)
                      " (" mtVendorsLast(mtI) ")"
                   delimited by size into reportLine
               end-string
               write reportLine
               display mtCode(mtI) " " dispThis "  contract "
                       dispShare "%  vendors " mtVendorsThis(mtI)
           end-perform

           move grandThis to periodThis
           move grandLast to periodLast
           perform formatChangePct
           move 0 to sharePct
           if grandThis > 0
               compute sharePct rounded =
                   grandContract * 100 / grandThis
           end-if
           move sharePct to dispShare
           if grandThis > 0
               compute sharePct = 100 - sharePct
           end-if
           move sharePct to dispOffShare
           move grandThis to dispThis
           move grandLast to dispLast
           move spaces to reportLine
           string "ALL        | " dispThis " | " dispLast " | "
                  pctText " |      " dispShare " |   " dispOffShare
                  " |"
               delimited by size into reportLine
           end-string
           write reportLine
           compute offContract = grandThis - grandContract
           move grandContract to dispThis
           move offContract to dispLast
           move grandInvoice to dispInvoice
           move spaces to reportLine
           string "  under contract " dispThis "   off contract "
                  dispLast "   invoiced " dispInvoice
               delimited by size into reportLine
           end-string
           write reportLine.

       *> Section 3: the biggest vendors within each material type by
       *> this year's spend, picked off one at a time.
       writeTopVendors.
           move spaces to reportLine
           write reportLine
           move spaces to reportLine
           string "TOP VENDORS PER MATERIAL TYPE, " inYear
               delimited by size into reportLine
           end-string
           write reportLine
           perform varying mtI from 1 by 1 until mtI > mtCount
               move spaces to reportLine
               string "Material " mtCode(mtI) " - "
                      mtVendorsThis(mtI) " vendor(s) used"
                   delimited by size into reportLine
               end-string
               write reportLine
               perform varying cbI from 1 by 1 until cbI > comboCount
                   move "N" to cbPicked(cbI)
               end-perform
               perform varying topRank from 1 by 1
                       until topRank > TopMax
                   perform pickNextVendor
                   if bestIdx = 0
                       exit perform
                   end-if
                   perform writeTopLine
               end-perform
           end-perform.

       pickNextVendor.
           move 0 to bestIdx
           move 0 to bestValue
           perform varying cbI from 1 by 1 until cbI > comboCount
               if cbMaterial(cbI) = mtCode(mtI)
                  and cbPicked(cbI) not = "Y"
                  and cbThisTotal(cbI) > bestValue
                   move cbI to bestIdx
                   move cbThisTotal(cbI) to bestValue
               end-if
           end-perform
           if bestIdx not = 0
               move "Y" to cbPicked(bestIdx)
           end-if.

       writeTopLine.
           move 0 to sharePct
           if mtThis(mtI) > 0
               compute sharePct rounded =
                   cbThisTotal(bestIdx) * 100 / mtThis(mtI)
           end-if
           move sharePct to dispShare
           move 0 to sharePct
           if cbThisTotal(bestIdx) > 0
               compute sharePct rounded =
                   cbContract(bestIdx) * 100 / cbThisTotal(bestIdx)
           end-if
           move sharePct to dispOffShare
           move topRank to dispRank
           move cbThisTotal(bestIdx) to dispThis
           move cbLastTotal(bestIdx) to dispLast
           move spaces to reportLine
           string "  " dispRank ". " cbVendor(bestIdx) " "
                  cbName(bestIdx) " | " dispThis " | last yr "
                  dispLast " | " dispShare "% of type | "
                  dispOffShare "% on contract"
               delimited by size into reportLine
           end-string
           write reportLine.
