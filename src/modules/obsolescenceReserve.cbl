      $set sourceformat"free"
        IDENTIFICATION DIVISION.
        PROGRAM-ID. obsolescenceReserve.

       environment division.
           input-output section.
             file-control.
                  copy "Inventory.cpy".

                  copy "UsageTrend".

                  copy "ObsReserve".

                  copy "GlAccountMap".

                  *> The reserve schedule the accountants file with
                  *> the month's papers, named for the period.
                  select ReportFile
                      assign to reportFileName
                      organization is line sequential
                      file status is RptStat.

                  *> The month's ledger interface file glExport.cbl
                  *> writes; the reserve movement is merged into it.
                  select GLFile
                      assign to glFileName
                      organization is line sequential
                      file status is GlStat.

                  *> Copy-out/copy-back staging for that merge, the
                  *> same two passes itemMerge uses on the ledger.
                  select GlStage
                      assign to "data\GLExport.tmp"
                      organization is line sequential
                      file status is StgStat.

        DATA DIVISION.
           file section.
               copy "Inventory-rec.cpy".

               copy "UsageTrend-rec".

               copy "ObsReserve-rec".

               copy "GlAccountMap-rec".

               FD ReportFile.
                   01 reportLine pic x(160).

               FD GLFile.
               *> Same journal/trailer layout glExport.cbl writes.
               01 glLine pic x(59).

               FD GlStage.
               01 stageLine pic x(59).

            WORKING-STORAGE SECTION.
            01 eof pic x value "n".

            01 resOperator pic x(10).
            01 authorized pic x.
            *> The reserve is a finance judgement on the books.
            01 FinanceRole pic x(10) value "FINANCE".

            01 inPeriod pic 9(6).
            01 inPeriodParts redefines inPeriod.
                02 inYear pic 9(4).
                02 inMonth pic 9(2).
            01 periodOpen pic x.
            01 periodEnd pic 9(8).
            01 periodEndInt pic 9(8).
            01 nextMonth pic 9(8).
            01 todayDate pic 9(8).
            01 reportFileName pic x(48).
            01 glFileName pic x(48).
            01 runTime pic x(8).
            01 runDate pic x(10).

            *> Reserve percentage by days since the item last moved,
            *> oldest band last; an item never seen moving takes the
            *> oldest band.
            01 BandMax pic 9 value 4.
            01 bandValues.
                02 filler pic 9(5) value 180.
                02 filler pic 9(3) value 0.
                02 filler pic 9(5) value 365.
                02 filler pic 9(3) value 25.
                02 filler pic 9(5) value 730.
                02 filler pic 9(3) value 50.
                02 filler pic 9(5) value 99999.
                02 filler pic 9(3) value 100.
            01 bandTable redefines bandValues.
                02 bandEntry occurs 4 times.
                    03 bandDays pic 9(5).
                    03 bandPct pic 9(3).
            01 bandI pic 9.
            01 bandIdx pic 9.

            *> Lifecycle floors: phase-out stock will not be bought
            *> again and discontinued stock cannot be requested, so
            *> neither waits for the age bands to catch up.
            01 PhaseOutPct pic 9(3) value 50.
            01 DiscontinuedPct pic 9(3) value 100.
            *> Rule values read through getParam (SystemParams.dat).
            01 ruleName pic x(20).
            01 ruleValue pic 9(9).

            01 lastUsed pic 9(8).
            01 ageDays pic 9(5).
            01 agePct pic 9(3).
            01 lifePct pic 9(3).
            01 itemPct pic 9(3).
            01 itemValue pic 9(11)v99.
            01 itemReserve pic 9(11)v99.
            01 quarReserve pic 9(11)v99.
            01 shelfReserve pic 9(11)v99.
            01 reservedCount pic 9(5) value 0.

            *> Schedule lines per material type, bounded like
            *> deadStockReport's matTable; the prior balance is
            *> the latest earlier period on ObsReserve.dat.
            01 MatMax pic 9(2) value 20.
            01 matCount pic 9(2) value 0.
            01 matTableRecord.
                02 matTable occurs 20 times.
                    03 mtName pic x(10).
                    03 mtValue pic 9(11)v99.
                    03 mtBand pic 9(11)v99 occurs 4 times.
                    03 mtLife pic 9(11)v99.
                    03 mtQuar pic 9(11)v99.
                    03 mtRequired pic 9(11)v99.
                    03 mtPriorPeriod pic 9(6).
                    03 mtPrior pic 9(11)v99.
                    03 mtChange pic s9(11)v99.
            01 matI pic 9(2).
            01 matchIdx pic 9(2).
            01 lookMatType pic x(10).
            01 recExists pic x.

            01 totValue pic 9(13)v99 value 0.
            01 totRequired pic 9(13)v99 value 0.
            01 totPrior pic 9(13)v99 value 0.
            01 totChange pic s9(13)v99 value 0.

            01 dispValue pic ZZ,ZZZ,ZZ9.99.
            01 dispBand1 pic ZZ,ZZZ,ZZ9.99.
            01 dispBand2 pic ZZ,ZZZ,ZZ9.99.
            01 dispBand3 pic ZZ,ZZZ,ZZ9.99.
            01 dispBand4 pic ZZ,ZZZ,ZZ9.99.
            01 dispLife pic ZZ,ZZZ,ZZ9.99.
            01 dispQuar pic ZZ,ZZZ,ZZ9.99.
            01 dispRequired pic ZZ,ZZZ,ZZ9.99.
            01 dispPrior pic ZZ,ZZZ,ZZ9.99.
            01 dispChange pic -Z,ZZZ,ZZ9.99.
            01 dispStock pic z,zz9.
            01 dispAge pic zzzz9.
            01 dispIdle pic x(5).
            01 dispQuarQty pic z,zz9.
            01 dispPct pic zz9.

            *> Journal record as glExport.cbl builds it.
            01 glJournalLine.
                02 gl-recType pic x value "J".
                02 gl-account pic x(8).
                02 gl-drcr pic x.
                02 gl-amount pic 9(11)v99.
                02 gl-period pic 9(6).
                02 gl-descr pic x(30).
            01 glTrailerLine.
                02 gt-recType pic x value "T".
                02 gt-count pic 9(6).
                02 gt-hashTotal pic 9(13)v99.
            01 lineCount pic 9(6) value 0.
            01 hashTotal pic 9(13)v99 value 0.
            *> Reserve journal lines carry this description prefix so
            *> a re-run replaces them instead of booking them twice.
            01 ReserveTag pic x(20) value "Obsolescence reserve".
            01 mapUsable pic x value "N".
            01 mapTranType pic x(10).

            local-storage section.
            01 InvStat pic xx.
            01 usageStat pic xx.
            01 OrStat pic xx.
            01 GmStat pic xx.
            01 RptStat pic xx.
            01 GlStat pic xx.
            01 StgStat pic xx.

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
           move 0 to matCount
           initialize matTableRecord
           move 0 to reservedCount
           move 0 to totValue
           move 0 to totRequired
           move 0 to totPrior
           move 0 to totChange
           move 0 to lineCount
           move 0 to hashTotal
           perform loadReserveRules

           display "=== Inventory Obsolescence Reserve ==="
           if sessionOperator is omitted
               display "Operator ID: " with no advancing
               accept resOperator
           else
               move sessionOperator to resOperator
           end-if
           call "authCheck" using resOperator authorized FinanceRole
           if authorized not = "Y"
               display "Not authorized to post the reserve"
               exit program
           end-if

           display "Period to reserve (YYYYMM): " with no advancing
           accept inPeriod

           *> A closed month's reserve is published; it is not
           *> recomputed under finance's feet.
           call "checkPeriod" using inPeriod periodOpen
           if periodOpen not = "Y"
               display "Period " inPeriod " is CLOSED; reopen it "
                       "(fiscal period master) before re-posting"
               exit program
           end-if

           *> Ages are measured to the last day of the period.
           if inMonth = 12
               compute nextMonth = (inYear + 1) * 10000 + 101
           else
               compute nextMonth = (inPeriod * 100) + 101
           end-if
           compute periodEndInt =
               function integer-of-date(nextMonth) - 1
           move function date-of-integer(periodEndInt) to periodEnd
           move function current-date(1:8) to todayDate

           open i-o ObsReserve
               if OrStat = "35"
                   open output ObsReserve
                   close ObsReserve
                   open i-o ObsReserve
               end-if
               call "openFileCheck" using OrStat

           perform loadPriorBalances

           string "data\ObsReserve_" delimited by size
                  inPeriod delimited by size
                  ".txt" delimited by size
                  into reportFileName
           end-string
           call "getDate" using runTime runDate
           open output ReportFile
           call "openFileCheck" using RptStat
           move spaces to reportLine
           string "Obsolescence Reserve Schedule - period " inPeriod
                  " (ages to " periodEnd ") - run " runDate " "
                  runTime
                  delimited by size into reportLine
           end-string
           perform emitReportLine
           perform emitSeparator
           move "Reserved items:" to reportLine
           perform emitReportLine
           move spaces to reportLine
           string "ItemID| Item                     | Type      |"
                  " Stock| Quar | Days idle|Life| Pct|"
                  "         Value |       Reserve"
               delimited by size into reportLine
           end-string
           perform emitReportLine

           perform reserveItems

           perform printSchedule
           perform saveBalances
           close ObsReserve

           close ReportFile
           display "Reserve schedule written to " reportFileName
           call "registerSpool" using "OBSRESERVE  "
               reportFileName

           perform postJournal

       exit program.

       *> Every material type that carried a reserve before starts in
       *> the table, so a type whose stock has all gone releases its
       *> reserve instead of dropping out of the journal.
       loadPriorBalances.
           move "n" to eof
           perform until eof = "y"
               read ObsReserve next record
                   at end
                       move "y" to eof
                   not at end
                       if or-period < inPeriod
                           move or-matType to lookMatType
                           perform findMatType
                           if matchIdx not = 0
                              and or-period >= mtPriorPeriod(matchIdx)
                               move or-period to mtPriorPeriod(matchIdx)
                               move or-balance to mtPrior(matchIdx)
                           end-if
                       end-if
               end-read
           end-perform.

       findMatType.
           move 0 to matchIdx
           perform varying matI from 1 by 1 until matI > matCount
               if mtName(matI) = lookMatType
                   move matI to matchIdx
               end-if
           end-perform
           if matchIdx = 0
               if matCount >= MatMax
                   exit paragraph
               end-if
               add 1 to matCount
               move lookMatType to mtName(matCount)
               move matCount to matchIdx
           end-if.

       reserveItems.
           open input Inventory
               call "openFileCheck" using InvStat
           open input UsageTrend

           move "n" to eof
           perform until eof = "y"
               read Inventory next record
                   at end
                       move "y" to eof
                   not at end
                       if itemStock not = 0 or qtyQuarantined not = 0
                           perform reserveOneItem
                       end-if
               end-read
           end-perform

           close Inventory
           if usageStat = "00"
               close UsageTrend
           end-if.

       *> The larger of the age band and the lifecycle floor applies
       *> to issuable stock; quarantined (expired) units are reserved
       *> in full whatever their age.
       reserveOneItem.
           perform findLastUse
           if lastUsed = 0
               move 99999 to ageDays
           else
               compute ageDays = periodEndInt
                   - function integer-of-date(lastUsed)
           end-if
           move BandMax to bandIdx
           perform varying bandI from BandMax by -1 until bandI < 1
               if ageDays <= bandDays(bandI)
                   move bandI to bandIdx
               end-if
           end-perform
           move bandPct(bandIdx) to agePct

           evaluate lifecycleStatus
               when "P"
                   move PhaseOutPct to lifePct
               when "D"
                   move DiscontinuedPct to lifePct
               when other
                   move 0 to lifePct
           end-evaluate
           move agePct to itemPct
           if lifePct > itemPct
               move lifePct to itemPct
           end-if

           compute itemValue =
               (itemStock + qtyQuarantined) * unitCost
           compute shelfReserve rounded =
               itemStock * unitCost * itemPct / 100
           compute quarReserve = qtyQuarantined * unitCost
           compute itemReserve = shelfReserve + quarReserve

           move materialType to lookMatType
           perform findMatType
           if matchIdx = 0
               move MatMax to matchIdx
           end-if
           add itemValue to mtValue(matchIdx)
           if lifePct > agePct
               add shelfReserve to mtLife(matchIdx)
           else
               add shelfReserve to mtBand(matchIdx bandIdx)
           end-if
           add quarReserve to mtQuar(matchIdx)
           add itemReserve to mtRequired(matchIdx)

           if itemReserve = 0
               exit paragraph
           end-if
           add 1 to reservedCount
           move itemStock to dispStock
           move qtyQuarantined to dispQuarQty
           move itemPct to dispPct
           move itemValue to dispValue
           move itemReserve to dispRequired
           if lastUsed = 0
               move "never" to dispIdle
           else
               move ageDays to dispAge
               move dispAge to dispIdle
           end-if
           move spaces to reportLine
           string itemID "| " itemName "| " materialType "| "
                  dispStock "| " dispQuarQty "|    " dispIdle "| "
                  lifecycleStatus "  | " dispPct "| " dispValue " | "
                  dispRequired
               delimited by size into reportLine
           end-string
           perform emitReportLine.

       *> Latest dated bucket with real usage on or before the
       *> period end; weekly and monthly buckets both count.
       findLastUse.
           move 0 to lastUsed
           if usageStat not = "00"
               exit paragraph
           end-if
           move itemID to u-itemID
           move low-values to u-periodType u-periodKey
           start UsageTrend key is not less than UsageKey
               invalid key
                   exit paragraph
           end-start
           perform until exit
               read UsageTrend next record
                   at end
                       exit perform
               end-read
               if u-itemID not = itemID
                   exit perform
               end-if
               if u-qtyUsed > 0
                  and u-lastUpdated <= periodEnd
                  and u-lastUpdated > lastUsed
                   move u-lastUpdated to lastUsed
               end-if
           end-perform.

       printSchedule.
           perform emitSeparator
           move spaces to reportLine
           string "Reserved items: " reservedCount
               delimited by size into reportLine
           end-string
           perform emitReportLine
           perform emitSeparator
           move spaces to reportLine
           string "Type      |    Stock value |  0-180d @  0% |"
                  " 181-365 @ 25% | 366-730 @ 50% |  over 730/100%|"
                  "  Phase/Disc   |   Quarantine  |      Required |"
                  "        Prior |         Change"
               delimited by size into reportLine
           end-string
           perform emitReportLine

           perform varying matI from 1 by 1 until matI > matCount
               compute mtChange(matI) =
                   mtRequired(matI) - mtPrior(matI)
               add mtValue(matI) to totValue
               add mtRequired(matI) to totRequired
               add mtPrior(matI) to totPrior
               add mtChange(matI) to totChange
               move mtValue(matI) to dispValue
               move mtBand(matI 1) to dispBand1
               move mtBand(matI 2) to dispBand2
               move mtBand(matI 3) to dispBand3
               move mtBand(matI 4) to dispBand4
               move mtLife(matI) to dispLife
               move mtQuar(matI) to dispQuar
               move mtRequired(matI) to dispRequired
               move mtPrior(matI) to dispPrior
               move mtChange(matI) to dispChange
               move spaces to reportLine
               string mtName(matI) "| " dispValue "| " dispBand1 "| "
                      dispBand2 "| " dispBand3 "| " dispBand4 "| "
                      dispLife "| " dispQuar "| " dispRequired "| "
                      dispPrior "| " dispChange
                   delimited by size into reportLine
               end-string
               perform emitReportLine
           end-perform

           perform emitSeparator
           move totValue to dispValue
           move totRequired to dispRequired
           move totPrior to dispPrior
           move totChange to dispChange
           move spaces to reportLine
           string "Total stock value  : " dispValue
               delimited by size into reportLine
           end-string
           perform emitReportLine
           move spaces to reportLine
           string "Reserve required   : " dispRequired
               delimited by size into reportLine
           end-string
           perform emitReportLine
           move spaces to reportLine
           string "Reserve carried    : " dispPrior
               delimited by size into reportLine
           end-string
           perform emitReportLine
           move spaces to reportLine
           string "Change to journal  : " dispChange
               delimited by size into reportLine
           end-string
           perform emitReportLine.

       *> This period's balances; a re-run of an open period simply
       *> replaces them, since the prior balance never includes it.
       saveBalances.
           perform varying matI from 1 by 1 until matI > matCount
               move inPeriod to or-period
               move mtName(matI) to or-matType
               read ObsReserve key is orKey
                   invalid key
                       move "N" to recExists
                   not invalid key
                       move "Y" to recExists
               end-read
               move inPeriod to or-period
               move mtName(matI) to or-matType
               move mtValue(matI) to or-stockValue
               move mtRequired(matI) to or-balance
               move mtChange(matI) to or-change
               move resOperator to or-runBy
               move todayDate to or-runDate
               if recExists = "Y"
                   rewrite ObsReserveRec
               else
                   write ObsReserveRec
               end-if
           end-perform.

       *> The net movement goes to the period's interface file as one
       *> balanced pair: an increase is expensed against the reserve
       *> account, a release reverses it. Any reserve lines from an
       *> earlier run of the same period are dropped first and the
       *> trailer is rebuilt over what remains.
       postJournal.
           string "data\GLExport_" delimited by size
                  inPeriod delimited by size
                  ".txt" delimited by size
                  into glFileName
           end-string

           move "N" to mapUsable
           open input GlAccountMap
               if GmStat = "00"
                   move "Y" to mapUsable
               end-if

           open input GLFile
           if GlStat = "00"
               open output GlStage
               call "openFileCheck" using StgStat
               move "n" to eof
               perform until eof = "y"
                   read GLFile
                       at end
                           move "y" to eof
                       not at end
                           perform stageOneLine
                   end-read
               end-perform
               close GLFile
               close GlStage

               open output GLFile
               call "openFileCheck" using GlStat
               open input GlStage
               move "n" to eof
               perform until eof = "y"
                   read GlStage
                       at end
                           move "y" to eof
                       not at end
                           move stageLine to glLine
                           write glLine
                   end-read
               end-perform
               close GlStage
           else
               open output GLFile
               call "openFileCheck" using GlStat
           end-if

           if totChange > 0
               move totChange to gl-amount
               move "OBSEXP" to gl-account
               move "RESERVEDR" to mapTranType
               perform resolveAccount
               move "D" to gl-drcr
               perform writeOneJournalLine
               move "INVRESV" to gl-account
               move "RESERVECR" to mapTranType
               perform resolveAccount
               move "C" to gl-drcr
               perform writeOneJournalLine
           end-if
           if totChange < 0
               compute gl-amount = 0 - totChange
               move "INVRESV" to gl-account
               move "RELEASEDR" to mapTranType
               perform resolveAccount
               move "D" to gl-drcr
               perform writeOneJournalLine
               move "OBSEXP" to gl-account
               move "RELEASECR" to mapTranType
               perform resolveAccount
               move "C" to gl-drcr
               perform writeOneJournalLine
           end-if

           move "T" to gt-recType
           move lineCount to gt-count
           move hashTotal to gt-hashTotal
           move glTrailerLine to glLine
           write glLine
           close GLFile
           if mapUsable = "Y"
               close GlAccountMap
           end-if

           if totChange = 0
               display "Reserve unchanged; no journal lines posted"
           else
               display "Reserve journal posted to " glFileName
           end-if
           display "Journal lines in file: " lineCount.

       stageOneLine.
           if glLine(1:1) = "T"
               exit paragraph
           end-if
           move glLine to glJournalLine
           if gl-descr(1:20) = ReserveTag
               exit paragraph
           end-if
           move glLine to stageLine
           write stageLine
           add 1 to lineCount
           add gl-amount to hashTotal.

       writeOneJournalLine.
           move "J" to gl-recType
           move inPeriod to gl-period
           move spaces to gl-descr
           string ReserveTag " movement" delimited by size
               into gl-descr
           end-string
           move glJournalLine to glLine
           write glLine
           add 1 to lineCount
           add gl-amount to hashTotal.

       *> Generic rows only, as glExport.cbl codes its totals; a miss
       *> keeps the shipped default account.
       resolveAccount.
           if mapUsable not = "Y"
               exit paragraph
           end-if
           move mapTranType to gm-tranType
           move spaces to gm-matType
           move spaces to gm-dept
           read GlAccountMap key is gmKey
               invalid key
                   display "UNMAPPED " mapTranType
                           " - posted to " gl-account
               not invalid key
                   move gm-account to gl-account
           end-read.

       emitSeparator.
           move all "-" to reportLine
           perform emitReportLine.

       emitReportLine.
           display function trim(reportLine trailing)
           write reportLine.

       *> Band ages and percentages above are the defaults; finance
       *> tunes them on SystemParams.dat. The oldest band stays
       *> open-ended so every item lands somewhere.
       loadReserveRules.
           move "OBS-BAND1-DAYS" to ruleName
           move 180 to ruleValue
           call "getParam" using ruleName ruleValue
           move ruleValue to bandDays(1)
           move "OBS-BAND2-DAYS" to ruleName
           move 365 to ruleValue
           call "getParam" using ruleName ruleValue
           move ruleValue to bandDays(2)
           move "OBS-BAND3-DAYS" to ruleName
           move 730 to ruleValue
           call "getParam" using ruleName ruleValue
           move ruleValue to bandDays(3)
           move 99999 to bandDays(4)
           move "OBS-BAND1-PCT" to ruleName
           move 0 to ruleValue
           call "getParam" using ruleName ruleValue
           move ruleValue to bandPct(1)
           move "OBS-BAND2-PCT" to ruleName
           move 25 to ruleValue
           call "getParam" using ruleName ruleValue
           move ruleValue to bandPct(2)
           move "OBS-BAND3-PCT" to ruleName
           move 50 to ruleValue
           call "getParam" using ruleName ruleValue
           move ruleValue to bandPct(3)
           move "OBS-BAND4-PCT" to ruleName
           move 100 to ruleValue
           call "getParam" using ruleName ruleValue
           move ruleValue to bandPct(4)
           move "OBS-PHASEOUT-PCT" to ruleName
           move 50 to ruleValue
           call "getParam" using ruleName ruleValue
           move ruleValue to PhaseOutPct
           move "OBS-DISCONT-PCT" to ruleName
           move 100 to ruleValue
           call "getParam" using ruleName ruleValue
           move ruleValue to DiscontinuedPct.
