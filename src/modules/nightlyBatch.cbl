                       record key is bcKey
                       file status is BcStat.

                   copy "BatchRunStats".

                   copy "Alerts".

        DATA DIVISION.
           file section.
               FD BatchRunControl.
                   02 bc-endTime pic x(8).
                   02 bc-status pic x(10).

               copy "BatchRunStats-rec".

               copy "Alerts-rec".

            WORKING-STORAGE SECTION.
            01 BcStat pic xx.
            01 todayDate pic 9(8).

            *> The nightly sequence, in run order. A new end-of-day
            *> duty is one more entry here.
            01 StepMax pic 9(2) value 14.
            01 stepNames.
                02 filler pic x(20) value "bomRevisionSync".
                02 filler pic x(20) value "refreshRestockStatus".
                02 filler pic x(20) value "vmiImport".
                02 filler pic x(20) value "autoDraftPOs".
                02 filler pic x(20) value "restockDigest".
                02 filler pic x(20) value "eodReconciliation".
                02 filler pic x(20) value "dailySnapshot".
                02 filler pic x(20) value "integrityAudit".
                02 filler pic x(20) value "alertSweep".
                02 filler pic x(20) value "spendCubeBuild".
                02 filler pic x(20) value "hrFeedImport".
                02 filler pic x(20) value "vmiExport".
                02 filler pic x(20) value "extractNightly".
                02 filler pic x(20) value "backupNightly".
            01 stepTable redefines stepNames.
                02 stepName occurs 14 times pic x(20).
            01 workDay pic 9(8).
            01 runAnyway pic x.
            01 conflictFlag pic x.
            01 conflictWho pic x(60).
            01 gateOperator pic x(10).

            *> Run statistics: when each step started and ended, what
            *> it says it processed (batchStepStats.cbl), and how it
            *> compares with its own recent history.
            01 BsStat pic xx.
            01 AlStat pic xx.
            01 bsEof pic x.
            01 alEof pic x.
            01 JobName pic x(8) value "NIGHTLY".
            01 BatchOperator pic x(10) value "NIGHTLY".
            01 clockNow.
                02 clockDate pic 9(8).
                02 clockTime pic 9(6).
                02 filler pic x(7).
            01 stepStartDate pic 9(8).
            01 stepStartTime pic 9(6).
            01 stepStartSecs pic 9(12).
            01 stepEndSecs pic 9(12).
            01 windowStartDate pic 9(8).
            01 windowStartTime pic 9(6).
            01 windowStartSecs pic 9(12).
            01 cutoffSecs pic 9(12).
            01 stampSecs pic 9(12).
            01 stampDate pic 9(8).
            01 stampTime pic 9(6).
            01 stampClock redefines stampTime.
                02 stampHH pic 9(2).
                02 stampMM pic 9(2).
                02 stampSS pic 9(2).
            01 elapsedSecs pic 9(6).
            01 dispElapsed pic zzzzz9.
            01 dispNormal pic zzzzz9.
            01 statAction pic x(1).
            01 statRead pic 9(7).
            01 statWritten pic 9(7).
            01 statRejected pic 9(7).
            01 statCode pic 9(2).

            *> Window cutoff and slow-step thresholds (SystemParams.dat,
            *> defaults below).
            01 cutoffHHMM pic 9(4) value 600.
            01 cutoffClock redefines cutoffHHMM.
                02 cutoffHH pic 9(2).
                02 cutoffMM pic 9(2).
            01 slowPct pic 9(4) value 150.
            01 slowMinSecs pic 9(4) value 60.
            01 trendRuns pic 9(2) value 10.
            01 ruleName pic x(20).
            01 ruleValue pic 9(9).

            *> A step's normal time: the average of its last trendRuns
            *> runs before tonight, kept as a ring of elapsed seconds.
            01 ringTable.
                02 ringSecs occurs 30 times pic 9(6).
            01 ringCount pic 9(5).
            01 ringI pic 9(2).
            01 ringUsed pic 9(2).
            01 ringSum pic 9(8).
            01 normalSecs pic 9(6).
            01 histStepName pic x(20).
            01 slowFlag pic x(1).
            01 slowCount pic 9(2) value 0.

            *> Alerts raised into the console (alertConsole.cbl).
            01 newType pic x(12).
            01 newSeverity pic x(1).
            01 newRefText pic x(32).
            01 alreadyOpen pic x.
            01 nextAlertID pic 9(6).
            01 dispAlertID pic 9(6).
            01 noticeType pic x(1).
            01 noticeTo pic x(32).
            01 noticeMsg pic x(12).
            01 noticeRef pic x(20).
            01 noticeText pic x(80).

        linkage section.
        *> Menu-driven sessions pass the logged-in operator so the
        *> interlock can tell this session from the one that would
           *> fields only initialize once via their VALUE clauses.
           move 0 to ranCount
           move 0 to skippedCount
           move 0 to slowCount
           perform loadWindowRules

           display "=== Nightly Batch Window ==="
           move function current-date(1:8) to todayDate
           move function current-date to clockNow
           move clockDate to windowStartDate
           move clockTime to windowStartTime
           move clockDate to stampDate
           move clockTime to stampTime
           perform stampToSeconds
           move stampSecs to windowStartSecs

           *> Non-processing days: if the calendar says the plant is
           *> closed today, the window normally waits.
                   open i-o BatchRunControl
               end-if
               call "openFileCheck" using BcStat
           open i-o BatchRunStats
               if BsStat = "35"
                   open output BatchRunStats
                   close BatchRunStats
                   open i-o BatchRunStats
               end-if
               call "openFileCheck" using BsStat

               perform varying stepI from 1 by 1
                       until stepI > StepMax
                   perform runOneStep
               end-perform

               if ranCount > 0
                   perform recordWindow
               end-if

           close BatchRunStats
           close BatchRunControl

           display "------------------------------------------"
           display "Steps run: " ranCount
                   "  already complete (skipped): " skippedCount
           if slowCount > 0
               display "Steps over their normal time: " slowCount
           end-if
           display "Nightly window finished"

       exit program.

           display ">>> Step " stepI ": "
                   function trim(stepName(stepI))
           move function current-date to clockNow
           move clockDate to stepStartDate
           move clockTime to stepStartTime
           move "C" to statAction
           call "batchStepStats" using statAction statRead statWritten
               statRejected statCode
           call stepName(stepI)
           move "G" to statAction
           call "batchStepStats" using statAction statRead statWritten
               statRejected statCode

           call "getDate" using stepTime stepDate
           move stepTime to bc-endTime
           move "DONE" to bc-status
           rewrite BatchRunRec
           add 1 to ranCount
           perform recordStepStats.

       *> Every step that ran leaves a statistics row: its start and
       *> end, elapsed seconds, the counts it posted and its
       *> completion code, held against the average of its own last
       *> runs. A step that ran well past its normal time raises a
       *> console alert so the creep is caught the night it starts.
       recordStepStats.
           move stepName(stepI) to histStepName
           perform computeNormalTime
           move stepStartDate to stampDate
           move stepStartTime to stampTime
           perform stampToSeconds
           move stampSecs to stepStartSecs
           move function current-date to clockNow
           move clockDate to stampDate
           move clockTime to stampTime
           perform stampToSeconds
           move stampSecs to stepEndSecs
           compute elapsedSecs = stepEndSecs - stepStartSecs

           move space to slowFlag
           if normalSecs > 0
              and elapsedSecs >= slowMinSecs
              and elapsedSecs * 100 > normalSecs * slowPct
               move "S" to slowFlag
               add 1 to slowCount
           end-if

           initialize batchStatsRec
           move JobName to bs-job
           move stepI to bs-stepNo
           move stepStartDate to bs-startDate
           move stepStartTime to bs-startTime
           move stepName(stepI) to bs-stepName
           move todayDate to bs-runDate
           move clockDate to bs-endDate
           move clockTime to bs-endTime
           move elapsedSecs to bs-elapsed
           move statRead to bs-read
           move statWritten to bs-written
           move statRejected to bs-rejected
           move statCode to bs-compCode
           move normalSecs to bs-normalSecs
           move slowFlag to bs-slowFlag
           write batchStatsRec
               invalid key
                   rewrite batchStatsRec
           end-write
           move elapsedSecs to dispElapsed
           display "    " function trim(dispElapsed) "s  read "
                   statRead "  written " statWritten "  rejected "
                   statRejected "  code " statCode

           if slowFlag = "S"
               move normalSecs to dispNormal
               display "    Slow: normally "
                       function trim(dispNormal) "s"
               move "BATCHSLOW" to newType
               move "M" to newSeverity
               move spaces to newRefText
               string function trim(stepName(stepI)) " "
                      function trim(dispElapsed) "s"
                      delimited by size into newRefText
               end-string
               perform raiseAlert
           end-if.

       *> The step 00 row: the window as a whole, and whether it
       *> ran past the time the day shift needs it finished by.
       recordWindow.
           move "(whole window)" to histStepName
           perform computeNormalTime
           move function current-date to clockNow
           move clockDate to stampDate
           move clockTime to stampTime
           perform stampToSeconds
           compute elapsedSecs = stampSecs - windowStartSecs

           *> The cutoff is the first time it comes round after the
           *> window started: a 23:00 start against a 06:00 cutoff
           *> means tomorrow morning.
           compute cutoffSecs = function integer-of-date(windowStartDate)
               * 86400 + cutoffHH * 3600 + cutoffMM * 60
           if cutoffSecs <= windowStartSecs
               add 86400 to cutoffSecs
           end-if
           move space to slowFlag
           if stampSecs > cutoffSecs
               move "L" to slowFlag
           end-if

           initialize batchStatsRec
           move JobName to bs-job
           move 0 to bs-stepNo
           move windowStartDate to bs-startDate
           move windowStartTime to bs-startTime
           move "(whole window)" to bs-stepName
           move todayDate to bs-runDate
           move clockDate to bs-endDate
           move clockTime to bs-endTime
           move elapsedSecs to bs-elapsed
           move ranCount to bs-read
           move 0 to bs-compCode
           if slowCount > 0
               move 4 to bs-compCode
           end-if
           move normalSecs to bs-normalSecs
           move slowFlag to bs-slowFlag
           write batchStatsRec
               invalid key
                   rewrite batchStatsRec
           end-write
           move elapsedSecs to dispElapsed
           display "Window elapsed: " function trim(dispElapsed) "s"

           if slowFlag = "L"
               display "Window ran past its " cutoffHHMM " cutoff"
               move "BATCHLATE" to newType
               move "H" to newSeverity
               move spaces to newRefText
               string "Window " todayDate " ended "
                      clockTime(1:2) ":" clockTime(3:2)
                      delimited by size into newRefText
               end-string
               perform raiseAlert
           end-if.

       *> Average elapsed of the last trendRuns runs already on file
       *> for histStepName; fewer than three runs is too little to call
       *> anything normal, so it comes back 0 and nothing alerts.
       computeNormalTime.
           move 0 to ringCount
           initialize ringTable
           move "n" to bsEof
           move JobName to bs-job
           move histStepName to bs-stepName
           move 0 to bs-startDate
           move 0 to bs-startTime
           start BatchRunStats key is not less than bsKey
               invalid key move "y" to bsEof
           end-start
           perform until bsEof = "y"
               read BatchRunStats next record
                   at end
                       move "y" to bsEof
                   not at end
                       if bs-job not = JobName
                          or bs-stepName not = histStepName
                           move "y" to bsEof
                       else
                           compute ringI =
                               function mod(ringCount, trendRuns) + 1
                           move bs-elapsed to ringSecs(ringI)
                           add 1 to ringCount
                       end-if
               end-read
           end-perform
           move 0 to normalSecs
           if ringCount < 3
               exit paragraph
           end-if
           move trendRuns to ringUsed
           if ringCount < trendRuns
               move ringCount to ringUsed
           end-if
           move 0 to ringSum
           perform varying ringI from 1 by 1 until ringI > ringUsed
               add ringSecs(ringI) to ringSum
           end-perform
           compute normalSecs rounded = ringSum / ringUsed.

       *> Seconds since day 1 of the calendar, so a step that runs
       *> across midnight still subtracts cleanly.
       stampToSeconds.
           compute stampSecs = function integer-of-date(stampDate)
               * 86400 + stampHH * 3600 + stampMM * 60 + stampSS.

       *> One OPEN alert per condition, same rule alertSweep.cbl
       *> keeps; supervisors hear of each new one.
       raiseAlert.
           open i-o Alerts
           if AlStat = "35"
               open output Alerts
               close Alerts
               open i-o Alerts
           end-if
           call "openFileCheck" using AlStat
           move "N" to alreadyOpen
           move 1 to nextAlertID
           move "n" to alEof
           move 0 to al-id
           start Alerts key is not less than al-id
               invalid key move "y" to alEof
           end-start
           perform until alEof = "y"
               read Alerts next record
                   at end
                       move "y" to alEof
                   not at end
                       compute nextAlertID = al-id + 1
                       if al-status = "OPEN"
                          and al-type = newType
                          and al-refText = newRefText
                           move "Y" to alreadyOpen
                       end-if
               end-read
           end-perform
           if alreadyOpen = "Y"
               close Alerts
               exit paragraph
           end-if
           move nextAlertID to al-id
           move newType to al-type
           move newSeverity to al-severity
           move newRefText to al-refText
           move todayDate to al-raisedDate
           move "OPEN" to al-status
           move spaces to al-ackBy
           move 0 to al-ackDate
           move spaces to al-ownerID
           write AlertRec
           close Alerts
           display "  ALERT " newSeverity " " newType " - "
                   function trim(newRefText)

           move "ALERT" to noticeMsg
           move nextAlertID to dispAlertID
           move dispAlertID to noticeRef
           move spaces to noticeText
           string "Alert " dispAlertID " " function trim(newType)
                  " (" newSeverity "): " function trim(newRefText)
                  delimited by size into noticeText
           end-string
           move "R" to noticeType
           move "SUPERVISOR" to noticeTo
           call "queueNotification" using noticeType noticeTo
               noticeMsg noticeRef noticeText BatchOperator.

       loadWindowRules.
           move "BATCH-CUTOFF-HHMM" to ruleName
           move 600 to ruleValue
           call "getParam" using ruleName ruleValue
           move ruleValue to cutoffHHMM
           move "BATCH-SLOW-PCT" to ruleName
           move 150 to ruleValue
           call "getParam" using ruleName ruleValue
           move ruleValue to slowPct
           move "BATCH-SLOW-MINSECS" to ruleName
           move 60 to ruleValue
           call "getParam" using ruleName ruleValue
           move ruleValue to slowMinSecs
           move "BATCH-TREND-RUNS" to ruleName
           move 10 to ruleValue
           call "getParam" using ruleName ruleValue
           move ruleValue to trendRuns
           if trendRuns < 2
               move 2 to trendRuns
           end-if
           if trendRuns > 30
               move 30 to trendRuns
           end-if.
