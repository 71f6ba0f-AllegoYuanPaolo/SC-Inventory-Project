      $set sourceformat"free"
        IDENTIFICATION DIVISION.
        PROGRAM-ID. batchRunStats.

       environment division.
           input-output section.
             file-control.
                  copy "BatchRunStats".

                  select ReportFile
                      assign to reportFileName
                      organization is line sequential
                      file status is RepStat.

        DATA DIVISION.
           file section.
               copy "BatchRunStats-rec".

               FD ReportFile.
               01 reportLine pic x(132).

            WORKING-STORAGE SECTION.
            01 BsStat pic xx.
            01 RepStat pic xx.
            01 eof pic x value "n".

            01 reportFileName pic x(48).
            01 todayDate pic 9(8).
            01 stepsListed pic 9(3) value 0.
            01 JobName pic x(8) value "NIGHTLY".

            *> How many runs back each step's trend goes (defaults to
            *> the window's own BATCH-TREND-RUNS).
            01 trendRuns pic 9(2).
            01 ruleName pic x(20).
            01 ruleValue pic 9(9).

            *> One step's most recent runs, kept as a ring while its
            *> history reads in key order.
            01 curStepNo pic 9(2).
            01 curStepName pic x(20).
            01 ringCount pic 9(5).
            01 ringTable.
                02 ringEntry occurs 30 times.
                    03 rgRunDate pic 9(8).
                    03 rgStartTime pic 9(6).
                    03 rgElapsed pic 9(6).
                    03 rgRead pic 9(7).
                    03 rgWritten pic 9(7).
                    03 rgRejected pic 9(7).
                    03 rgCode pic 9(2).
                    03 rgFlag pic x(1).
            01 ringI pic 9(2).
            01 ringUsed pic 9(2).
            01 showI pic 9(2).
            01 firstSlot pic 9(2).

            01 sumSecs pic 9(8).
            01 minSecs pic 9(6).
            01 maxSecs pic 9(6).
            01 avgSecs pic 9(6).
            01 firstSecs pic 9(6).
            01 lastSecs pic 9(6).
            01 growthPct pic s9(5).
            01 dispGrowth pic -(4)9.
            01 dispSecs pic zzzzz9.
            01 dispAvg pic zzzzz9.
            01 dispMin pic zzzzz9.
            01 dispMax pic zzzzz9.
            01 flagText pic x(8).

            *> Each run drawn as a bar against the step's slowest.
            01 barLen pic 9(2).
            01 barText pic x(40).
            01 BarFull pic x(40) value all "*".

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
           move 0 to stepsListed

           display "=== Nightly Batch Run Statistics ==="
           move "BATCH-TREND-RUNS" to ruleName
           move 10 to ruleValue
           call "getParam" using ruleName ruleValue
           move ruleValue to trendRuns
           display "Runs to show per step [" trendRuns "]: "
                   with no advancing
           call "getNumeric" using numIn numCancel
           if numCancel not = "Y" and numIn > 0
               if numIn > 30
                   move 30 to trendRuns
               else
                   move numIn to trendRuns
               end-if
           end-if
           if trendRuns < 2
               move 2 to trendRuns
           end-if

           open input BatchRunStats
           if BsStat not = "00"
               display "No batch run statistics yet; they start with "
                       "the next nightly window"
               exit program
           end-if

           move function current-date(1:8) to todayDate
           string "data\BatchTrend_" delimited by size
                  todayDate delimited by size
                  ".txt" delimited by size
                  into reportFileName
           end-string
           open output ReportFile
           call "openFileCheck" using RepStat
           move spaces to reportLine
           string "Nightly batch elapsed time per step, last "
                  trendRuns " runs, " todayDate
               delimited by size into reportLine
           end-string
           write reportLine
           move spaces to reportLine
           string "Codes: 00 clean, 04 rejects, 08 ended early.  "
                  "SLOW = over its normal time, LATE = window past "
                  "its cutoff."
               delimited by size into reportLine
           end-string
           write reportLine

           display "Step                   | Runs |  Avg s |  Min s |"
                   "  Max s |  Last s | Growth%"
           move spaces to curStepName
           move 0 to ringCount
           perform until eof = "y"
               read BatchRunStats next record
                   at end
                       move "y" to eof
                   not at end
                       if bs-job = JobName
                           if bs-stepName not = curStepName
                               if ringCount > 0
                                   perform writeStepTrend
                               end-if
                               move bs-stepNo to curStepNo
                               move bs-stepName to curStepName
                               move 0 to ringCount
                           end-if
                           perform addToRing
                       end-if
               end-read
           end-perform
           if ringCount > 0
               perform writeStepTrend
           end-if

           close BatchRunStats
           close ReportFile
           display "Steps listed: " stepsListed
           display "Report written to " reportFileName
           call "registerSpool" using "BATCHTREND  " reportFileName

       exit program.

       addToRing.
           compute ringI = function mod(ringCount, trendRuns) + 1
           move bs-runDate to rgRunDate(ringI)
           move bs-startTime to rgStartTime(ringI)
           move bs-elapsed to rgElapsed(ringI)
           move bs-read to rgRead(ringI)
           move bs-written to rgWritten(ringI)
           move bs-rejected to rgRejected(ringI)
           move bs-compCode to rgCode(ringI)
           move bs-slowFlag to rgFlag(ringI)
           add 1 to ringCount.

       *> Oldest first, so the eye reads the creep left to right
       *> down the bars.
       writeStepTrend.
           move trendRuns to ringUsed
           move 1 to firstSlot
           if ringCount < trendRuns
               move ringCount to ringUsed
           else
               compute firstSlot = function mod(ringCount, trendRuns) + 1
           end-if

           move 0 to sumSecs
           move 999999 to minSecs
           move 0 to maxSecs
           move firstSlot to ringI
           perform varying showI from 1 by 1 until showI > ringUsed
               add rgElapsed(ringI) to sumSecs
               if rgElapsed(ringI) < minSecs
                   move rgElapsed(ringI) to minSecs
               end-if
               if rgElapsed(ringI) > maxSecs
                   move rgElapsed(ringI) to maxSecs
               end-if
               if showI = 1
                   move rgElapsed(ringI) to firstSecs
               end-if
               move rgElapsed(ringI) to lastSecs
               perform nextRingSlot
           end-perform
           compute avgSecs rounded = sumSecs / ringUsed
           move 0 to growthPct
           if firstSecs > 0
               compute growthPct rounded =
                   ((lastSecs - firstSecs) * 100) / firstSecs
           end-if

           move spaces to reportLine
           write reportLine
           move spaces to reportLine
           string "Step " curStepNo " " curStepName
               delimited by size into reportLine
           end-string
           write reportLine
           move spaces to reportLine
           string "  Run date | Start  | Elapsed s |    Read | Written |"
                  " Rejected | Cd | Flag |"
               delimited by size into reportLine
           end-string
           write reportLine

           move firstSlot to ringI
           perform varying showI from 1 by 1 until showI > ringUsed
               perform writeRunLine
               perform nextRingSlot
           end-perform

           move avgSecs to dispAvg
           move minSecs to dispMin
           move maxSecs to dispMax
           move lastSecs to dispSecs
           move growthPct to dispGrowth
           move spaces to reportLine
           string "  Runs " ringUsed "  avg " dispAvg "s  min " dispMin
                  "s  max " dispMax "s  growth first-to-last "
                  dispGrowth "%"
               delimited by size into reportLine
           end-string
           write reportLine
           display curStepName "   |   " ringUsed " | " dispAvg " | "
                   dispMin " | " dispMax " |  " dispSecs " |   "
                   dispGrowth
           add 1 to stepsListed.

       writeRunLine.
           move spaces to barText
           if maxSecs > 0
               compute barLen rounded = (rgElapsed(ringI) * 40) / maxSecs
               if barLen > 0
                   move BarFull(1:barLen) to barText
               end-if
           end-if
           evaluate rgFlag(ringI)
               when "S"
                   move "SLOW" to flagText
               when "L"
                   move "LATE" to flagText
               when other
                   move spaces to flagText
           end-evaluate
           move rgElapsed(ringI) to dispSecs
           move spaces to reportLine
           string "  " rgRunDate(ringI) " | " rgStartTime(ringI) " |"
                  "    " dispSecs " | " rgRead(ringI) " | "
                  rgWritten(ringI) " |  " rgRejected(ringI) " | "
                  rgCode(ringI) " | " flagText(1:4) " | " barText
               delimited by size into reportLine
           end-string
           write reportLine.

       nextRingSlot.
           if ringI >= trendRuns
               move 1 to ringI
           else
               add 1 to ringI
           end-if.
