      $set sourceformat"free"
        IDENTIFICATION DIVISION.
        PROGRAM-ID. systemParamMaint.

       environment division.
           input-output section.
             file-control.
                  copy "SystemParams".

                  *> Every value change, appended like
                  *> RestockHistory.dat, so audit can see who moved a
                  *> tolerance and when.
                  select ParamHistory
                      assign to "data\ParamHistory.dat"
                      organization is line sequential
                      access mode is sequential
                      file status is PhStat.

        DATA DIVISION.
           file section.
               copy "SystemParams-rec".

               FD ParamHistory.
               01 paramHistRec.
                   02 pmh-name pic x(20).
                   02 pmh-oldValue pic 9(9).
                   02 pmh-newValue pic 9(9).
                   02 pmh-operatorID pic x(10).
                   02 pmh-date pic 9(8).
                   02 pmh-time pic x(8).

            WORKING-STORAGE SECTION.
            01 PrmStat pic xx.
            01 PhStat pic xx.
            01 eof pic x value "n".

            01 choice pic 9 value 1.
            01 maintOperator pic x(10).
            01 authorized pic x.
            01 inName pic x(20).
            01 newValue pic 9(9).
            01 oldValue pic 9(9).
            01 confirmChoice pic x.
            01 listedCount pic 9(3) value 0.
            01 seededCount pic 9(3) value 0.
            01 nowTime pic x(8).
            01 nowDate pic x(10).
            01 dispValue pic zzz,zzz,zz9.
            01 dispOld pic zzz,zzz,zz9.

            *> Validated-input work fields (getNumeric).
            01 numIn pic 9(8).
            01 numCancel pic x.

            *> The rules the programs ask for, with the value each was
            *> written with and the range a change must stay inside.
            *> Missing rows are seeded from here, so the screen always
            *> shows the whole list.
            01 ParamMax pic 9(2) value 42.
            01 paramCatalog.
                02 filler pic x(20) value "SIGNON-MAX-TRIES".
                02 filler pic 9(5) value 3.
                02 filler pic 9(5) value 1.
                02 filler pic 9(5) value 9.
                02 filler pic x(50)
                    value "Sign-on attempts before the menu gives up".
                02 filler pic x(20) value "SLA-STAT-HOURS".
                02 filler pic 9(5) value 4.
                02 filler pic 9(5) value 1.
                02 filler pic 9(5) value 999.
                02 filler pic x(50)
                    value "STAT request SLA clock, hours".
                02 filler pic x(20) value "SLA-URGENT-HOURS".
                02 filler pic 9(5) value 24.
                02 filler pic 9(5) value 1.
                02 filler pic 9(5) value 999.
                02 filler pic x(50)
                    value "URGENT request SLA clock, hours".
                02 filler pic x(20) value "SLA-ROUTINE-HOURS".
                02 filler pic 9(5) value 72.
                02 filler pic 9(5) value 1.
                02 filler pic 9(5) value 999.
                02 filler pic x(50)
                    value "ROUTINE request SLA clock, hours".
                02 filler pic x(20) value "DEADSTOCK-MONTHS".
                02 filler pic 9(5) value 6.
                02 filler pic 9(5) value 1.
                02 filler pic 9(5) value 99.
                02 filler pic x(50)
                    value "Months without movement before stock is dead".
                02 filler pic x(20) value "DEADSTOCK-TABLE".
                02 filler pic 9(5) value 200.
                02 filler pic 9(5) value 1.
                02 filler pic 9(5) value 999.
                02 filler pic x(50)
                    value "Items the dead-stock report holds in memory".
                02 filler pic x(20) value "RCPT-OVER-PCT".
                02 filler pic 9(5) value 0.
                02 filler pic 9(5) value 0.
                02 filler pic 9(5) value 100.
                02 filler pic x(50)
                    value "PO over-receipt taken without warning, pct".
                02 filler pic x(20) value "RCPT-UNDER-PCT".
                02 filler pic 9(5) value 0.
                02 filler pic 9(5) value 0.
                02 filler pic 9(5) value 100.
                02 filler pic x(50)
                    value "PO short receipt closed as complete, pct".
                02 filler pic x(20) value "ALERT-BACKORD-DAYS".
                02 filler pic 9(5) value 14.
                02 filler pic 9(5) value 1.
                02 filler pic 9(5) value 999.
                02 filler pic x(50)
                    value "Days an open backorder runs before it alerts".
                02 filler pic x(20) value "ALERT-VENDDOC-DAYS".
                02 filler pic 9(5) value 30.
                02 filler pic 9(5) value 0.
                02 filler pic 9(5) value 999.
                02 filler pic x(50)
                    value "Days ahead a vendor certificate expiry alerts".
                02 filler pic x(20) value "ALERT-CREDIT-DAYS".
                02 filler pic 9(5) value 60.
                02 filler pic 9(5) value 1.
                02 filler pic 9(5) value 999.
                02 filler pic x(50)
                    value "Days a vendor credit goes unmatched before alert".
                02 filler pic x(20) value "BACKUP-RETAIN-DAYS".
                02 filler pic 9(5) value 14.
                02 filler pic 9(5) value 1.
                02 filler pic 9(5) value 999.
                02 filler pic x(50)
                    value "Backup sets older than this are pruned".
                02 filler pic x(20) value "SPOOL-RETAIN-DAYS".
                02 filler pic 9(5) value 30.
                02 filler pic 9(5) value 1.
                02 filler pic 9(5) value 999.
                02 filler pic x(50)
                    value "Spool purge keeps this many days by default".
                02 filler pic x(20) value "OBS-BAND1-DAYS".
                02 filler pic 9(5) value 180.
                02 filler pic 9(5) value 1.
                02 filler pic 9(5) value 99998.
                02 filler pic x(50)
                    value "Obsolescence: idle days covered by band 1".
                02 filler pic x(20) value "OBS-BAND2-DAYS".
                02 filler pic 9(5) value 365.
                02 filler pic 9(5) value 1.
                02 filler pic 9(5) value 99998.
                02 filler pic x(50)
                    value "Obsolescence: idle days covered by band 2".
                02 filler pic x(20) value "OBS-BAND3-DAYS".
                02 filler pic 9(5) value 730.
                02 filler pic 9(5) value 1.
                02 filler pic 9(5) value 99998.
                02 filler pic x(50)
                    value "Obsolescence: idle days covered by band 3".
                02 filler pic x(20) value "OBS-BAND1-PCT".
                02 filler pic 9(5) value 0.
                02 filler pic 9(5) value 0.
                02 filler pic 9(5) value 100.
                02 filler pic x(50)
                    value "Obsolescence reserve pct, band 1".
                02 filler pic x(20) value "OBS-BAND2-PCT".
                02 filler pic 9(5) value 25.
                02 filler pic 9(5) value 0.
                02 filler pic 9(5) value 100.
                02 filler pic x(50)
                    value "Obsolescence reserve pct, band 2".
                02 filler pic x(20) value "OBS-BAND3-PCT".
                02 filler pic 9(5) value 50.
                02 filler pic 9(5) value 0.
                02 filler pic 9(5) value 100.
                02 filler pic x(50)
                    value "Obsolescence reserve pct, band 3".
                02 filler pic x(20) value "OBS-BAND4-PCT".
                02 filler pic 9(5) value 100.
                02 filler pic 9(5) value 0.
                02 filler pic 9(5) value 100.
                02 filler pic x(50)
                    value "Obsolescence reserve pct, oldest band".
                02 filler pic x(20) value "OBS-PHASEOUT-PCT".
                02 filler pic 9(5) value 50.
                02 filler pic 9(5) value 0.
                02 filler pic 9(5) value 100.
                02 filler pic x(50)
                    value "Obsolescence reserve floor, phase-out items".
                02 filler pic x(20) value "OBS-DISCONT-PCT".
                02 filler pic 9(5) value 100.
                02 filler pic 9(5) value 0.
                02 filler pic 9(5) value 100.
                02 filler pic x(50)
                    value "Obsolescence reserve floor, discontinued".
                02 filler pic x(20) value "QA-TIGHTEN-REJECTS".
                02 filler pic 9(5) value 2.
                02 filler pic 9(5) value 1.
                02 filler pic 9(5) value 5.
                02 filler pic x(50)
                    value "Rejected lots in last 5 that tighten inspection".
                02 filler pic x(20) value "QA-NORMAL-CLEAN".
                02 filler pic 9(5) value 5.
                02 filler pic 9(5) value 1.
                02 filler pic 9(5) value 999.
                02 filler pic x(50)
                    value "Clean lots in a row, tightened back to normal".
                02 filler pic x(20) value "QA-REDUCE-CLEAN".
                02 filler pic 9(5) value 10.
                02 filler pic 9(5) value 1.
                02 filler pic 9(5) value 999.
                02 filler pic x(50)
                    value "Clean lots in a row, normal to reduced".
                02 filler pic x(20) value "QA-SKIP-CLEAN".
                02 filler pic 9(5) value 20.
                02 filler pic 9(5) value 1.
                02 filler pic 9(5) value 999.
                02 filler pic x(50)
                    value "Clean lots in a row, reduced to skip-lot".
                02 filler pic x(20) value "QA-SKIP-FREQ".
                02 filler pic 9(5) value 4.
                02 filler pic 9(5) value 2.
                02 filler pic 9(5) value 99.
                02 filler pic x(50)
                    value "Skip-lot: one receipt in this many is inspected".
                02 filler pic x(20) value "SERIAL-MIN-VALUE".
                02 filler pic 9(5) value 1000.
                02 filler pic 9(5) value 1.
                02 filler pic 9(5) value 99999.
                02 filler pic x(50)
                    value "Unit cost from which items are serial-tracked".
                02 filler pic x(20) value "CAL-DUE-DAYS".
                02 filler pic 9(5) value 14.
                02 filler pic 9(5) value 1.
                02 filler pic 9(5) value 365.
                02 filler pic x(50)
                    value "Calibration due list looks this many days ahead".
                02 filler pic x(20) value "SDS-REVIEW-DAYS".
                02 filler pic 9(5) value 365.
                02 filler pic 9(5) value 30.
                02 filler pic 9(5) value 1825.
                02 filler pic x(50)
                    value "Days after an SDS revision it is due for review".
                02 filler pic x(20) value "PW-MAX-AGE-DAYS".
                02 filler pic 9(5) value 90.
                02 filler pic 9(5) value 0.
                02 filler pic 9(5) value 999.
                02 filler pic x(50)
                    value "Days a password lasts before a change (0 = never)".
                02 filler pic x(20) value "PW-HISTORY-COUNT".
                02 filler pic 9(5) value 5.
                02 filler pic 9(5) value 1.
                02 filler pic 9(5) value 10.
                02 filler pic x(50)
                    value "Recent passwords that may not be reused".
                02 filler pic x(20) value "PW-LOCK-TRIES".
                02 filler pic 9(5) value 5.
                02 filler pic 9(5) value 1.
                02 filler pic 9(5) value 99.
                02 filler pic x(50)
                    value "Wrong passwords in a row before an account locks".
                02 filler pic x(20) value "FY-START-MONTH".
                02 filler pic 9(5) value 1.
                02 filler pic 9(5) value 1.
                02 filler pic 9(5) value 12.
                02 filler pic x(50)
                    value "Calendar month the fiscal year starts in".
                02 filler pic x(20) value "BUDGET-CARRY-PCT".
                02 filler pic 9(5) value 0.
                02 filler pic 9(5) value 0.
                02 filler pic 9(5) value 100.
                02 filler pic x(50)
                    value "Percent of unspent budget carried to next year".
                02 filler pic x(20) value "PCARD-TXN-LIMIT".
                02 filler pic 9(5) value 500.
                02 filler pic 9(5) value 0.
                02 filler pic 9(5) value 99999.
                02 filler pic x(50)
                    value "Card/direct buy above this needs supervisor, 0=off".
                02 filler pic x(20) value "PCARD-MATCH-DAYS".
                02 filler pic 9(5) value 5.
                02 filler pic 9(5) value 0.
                02 filler pic 9(5) value 31.
                02 filler pic x(50)
                    value "Days a card charge may post after the receipt".
                02 filler pic x(20) value "BATCH-CUTOFF-HHMM".
                02 filler pic 9(5) value 600.
                02 filler pic 9(5) value 0.
                02 filler pic 9(5) value 2359.
                02 filler pic x(50)
                    value "Nightly window must end by this time (HHMM)".
                02 filler pic x(20) value "BATCH-SLOW-PCT".
                02 filler pic 9(5) value 150.
                02 filler pic 9(5) value 100.
                02 filler pic 9(5) value 1000.
                02 filler pic x(50)
                    value "Step slower than this % of its normal time alerts".
                02 filler pic x(20) value "BATCH-SLOW-MINSECS".
                02 filler pic 9(5) value 60.
                02 filler pic 9(5) value 0.
                02 filler pic 9(5) value 3600.
                02 filler pic x(50)
                    value "Steps under this many seconds never alert slow".
                02 filler pic x(20) value "BATCH-TREND-RUNS".
                02 filler pic 9(5) value 10.
                02 filler pic 9(5) value 2.
                02 filler pic 9(5) value 30.
                02 filler pic x(50)
                    value "Runs averaged for a step's normal time".
                02 filler pic x(20) value "DIRECTOR-SIGN-AMT".
                02 filler pic 9(5) value 0.
                02 filler pic 9(5) value 0.
                02 filler pic 9(5) value 99999.
                02 filler pic x(50)
                    value "Request/PO value needing a director's sign, 0=off".
            01 paramTable redefines paramCatalog.
                02 paramEntry occurs 42 times.
                    03 pcName pic x(20).
                    03 pcDefault pic 9(5).
                    03 pcMin pic 9(5).
                    03 pcMax pic 9(5).
                    03 pcDescription pic x(50).
            01 paramI pic 9(2).
            01 catalogIdx pic 9(2).

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
           move 0 to seededCount

           display "=== System Parameters ==="
           if sessionOperator is omitted
               display "Operator ID: " with no advancing
               accept maintOperator
           else
               move sessionOperator to maintOperator
           end-if
           *> Every rule in here moves money or stock somewhere, so
           *> the whole screen is an ADMIN one.
           call "authCheck" using maintOperator authorized
           if authorized not = "Y"
               display "Not authorized to maintain system parameters"
               exit program
           end-if

           display "  [1] List parameters"
           display "  [2] Change a value"
           display "  [3] Change history"
           display "> " with no advancing
           accept choice

           open i-o SystemParams
               if PrmStat = "35"
                   open output SystemParams
                   close SystemParams
                   open i-o SystemParams
               end-if
               call "openFileCheck" using PrmStat

               perform seedDefaults

               evaluate choice
                   when 2
                       perform changeValue
                   when 3
                       perform listHistory
                   when other
                       perform listParams
               end-evaluate

           close SystemParams

       exit program.

       *> A rule with no row yet gets one at the value the programs
       *> were already using, so seeding never changes behaviour.
       seedDefaults.
           perform varying paramI from 1 by 1 until paramI > ParamMax
               move pcName(paramI) to prm-name
               read SystemParams key is prm-name
                   invalid key
                       move pcName(paramI) to prm-name
                       move pcDefault(paramI) to prm-value
                       move pcDescription(paramI) to prm-description
                       move "DEFAULT" to prm-changedBy
                       move function current-date(1:8)
                           to prm-changedDate
                       write SystemParamRec
                       add 1 to seededCount
               end-read
           end-perform
           if seededCount not = 0
               display "(" seededCount " parameters added at their "
                       "built-in values)"
           end-if.

       listParams.
           display "Parameter            |       Value | Changed  | By"
                   "         | Description"
           move low-values to prm-name
           start SystemParams key is not less than prm-name
               invalid key
                   move "y" to eof
           end-start
           perform until eof = "y"
               read SystemParams next record
                   at end
                       move "y" to eof
                   not at end
                       move prm-value to dispValue
                       display prm-name " | " dispValue " | "
                               prm-changedDate " | " prm-changedBy
                               " | " function trim(prm-description)
                       add 1 to listedCount
               end-read
           end-perform
           display "Parameters on file: " listedCount.

       changeValue.
           display "Parameter name: " with no advancing
           accept inName
           move inName to prm-name
           read SystemParams key is prm-name
               invalid key
                   display "No parameter named " function trim(inName)
                   exit paragraph
           end-read

           perform findCatalogEntry
           move prm-value to oldValue
           move prm-value to dispOld
           display function trim(prm-description)
           display "Current value: " dispOld
           if catalogIdx not = 0
               display "Allowed range: " pcMin(catalogIdx) " to "
                       pcMax(catalogIdx) "  (built-in value "
                       pcDefault(catalogIdx) ")"
           end-if
           display "New value: " with no advancing
           call "getNumeric" using numIn numCancel
           if numCancel = "Y"
               display "Nothing changed"
               exit paragraph
           end-if
           move numIn to newValue
           if catalogIdx not = 0
               if newValue < pcMin(catalogIdx)
                  or newValue > pcMax(catalogIdx)
                   display "Out of range; nothing changed"
                   exit paragraph
               end-if
           end-if
           if newValue = oldValue
               display "That is the current value; nothing changed"
               exit paragraph
           end-if

           move newValue to dispValue
           display "Change " function trim(prm-name) " from "
                   function trim(dispOld) " to "
                   function trim(dispValue) "? [y/n]: "
                   with no advancing
           accept confirmChoice
           if confirmChoice not = "y" and confirmChoice not = "Y"
               display "Nothing changed"
               exit paragraph
           end-if

           move newValue to prm-value
           move maintOperator to prm-changedBy
           move function current-date(1:8) to prm-changedDate
           rewrite SystemParamRec
               invalid key
                   display "Rewrite failed: " PrmStat
                   exit paragraph
           end-rewrite
           perform writeHistory
           display function trim(prm-name) " is now "
                   function trim(dispValue)
                   " - programs pick it up on their next run".

       findCatalogEntry.
           move 0 to catalogIdx
           perform varying paramI from 1 by 1 until paramI > ParamMax
               if pcName(paramI) = prm-name
                   move paramI to catalogIdx
               end-if
           end-perform.

       writeHistory.
           move prm-name to pmh-name
           move oldValue to pmh-oldValue
           move newValue to pmh-newValue
           move maintOperator to pmh-operatorID
           move function current-date(1:8) to pmh-date
           call "getDate" using nowTime nowDate
           move nowTime to pmh-time

           open extend ParamHistory
           if PhStat = "05" or PhStat = "35"
               open output ParamHistory
               close ParamHistory
               open extend ParamHistory
           end-if
           write paramHistRec
           close ParamHistory.

       listHistory.
           display "Parameter name (blank = all): " with no advancing
           accept inName
           open input ParamHistory
           if PhStat not = "00"
               display "No parameter changes recorded yet"
               exit paragraph
           end-if
           display "Date     | Time     | Parameter            |"
                   "         Old |         New | By"
           perform until eof = "y"
               read ParamHistory
                   at end
                       move "y" to eof
                   not at end
                       if inName = spaces or pmh-name = inName
                           move pmh-oldValue to dispOld
                           move pmh-newValue to dispValue
                           display pmh-date " | " pmh-time " | "
                                   pmh-name " | " dispOld " | "
                                   dispValue " | " pmh-operatorID
                           add 1 to listedCount
                       end-if
               end-read
           end-perform
           close ParamHistory
           display "Changes listed: " listedCount.
