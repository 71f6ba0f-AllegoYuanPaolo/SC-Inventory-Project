            01 SlaStatHours pic 9(3) value 4.
            01 SlaUrgentHours pic 9(3) value 24.
            01 SlaRoutineHours pic 9(3) value 72.
            *> Rule values read through getParam (SystemParams.dat).
            01 ruleName pic x(20).
            01 ruleValue pic 9(9).
            01 ageHours pic s9(6).
            01 nowHour pic 9(2).
            01 reqHour pic 9(2).
                    03 slaOpen pic 9(4).
                    03 slaBreached pic 9(4).

            *> Per-department segments for the spool catalog
            *> (burstWriter.cbl): each department's bucket row and its
            *> own escalations.
            01 burstChoice pic x value "n".
            01 burstAction pic x(1).
            01 burstType pic x(12) value "REQAGING".
            01 burstParam pic x(30).
            01 burstDept pic x(32).
            01 burstLine pic x(132).

        PROCEDURE DIVISION.
           *> Reset scan state: this program is CALLed repeatedly from
           *> menuDriver's loop within the same run unit, and these
           move 0 to escCount
           move 0 to openCount
           initialize deptTableRecord escTableRecord slaTableRecord
           perform loadSlaRules

           display "=== Request Aging and Escalation Report ==="
           display "(ages count working days off the business "
           if escalateLimit = 0
               move 6 to escalateLimit
           end-if
           display "Burst by department into the spool catalog? [y/n]: "
                   with no advancing
           accept burstChoice

           move function current-date(1:8) to todayDate
           move function current-date(9:2) to nowHour
           perform printBuckets
           perform printSlaClocks
           perform printEscalations
           if burstChoice = "y" or burstChoice = "Y"
               perform burstByDepartment
           end-if

           display "------------------------------------------"
           display "Unfulfilled requests on file: " openCount
                       escStatus(escI) " | " escAge(escI)
                       " days | " function trim(escDept(escI))
           end-perform.

       *> The clocks above are the defaults; SystemParams.dat wins.
       loadSlaRules.
           move "SLA-STAT-HOURS" to ruleName
           move 4 to ruleValue
           call "getParam" using ruleName ruleValue
           move ruleValue to SlaStatHours
           move "SLA-URGENT-HOURS" to ruleName
           move 24 to ruleValue
           call "getParam" using ruleName ruleValue
           move ruleValue to SlaUrgentHours
           move "SLA-ROUTINE-HOURS" to ruleName
           move 72 to ruleValue
           call "getParam" using ruleName ruleValue
           move ruleValue to SlaRoutineHours.

       burstByDepartment.
           move spaces to burstParam
           string "Escalate after " escalateLimit " days"
               delimited by size into burstParam
           end-string
           move spaces to burstDept
           move spaces to burstLine
           string "Request aging as of " todayDate
                  " (working days; escalation past " escalateLimit
                  " days)"
               delimited by size into burstLine
           end-string
           move "S" to burstAction
           call "burstWriter" using burstAction burstType burstParam
               burstDept burstLine
           move "Open requests by age | 0-2 | 3-5 | 6+ days"
               to burstLine
           move "H" to burstAction
           call "burstWriter" using burstAction burstType burstParam
               burstDept burstLine

           move "W" to burstAction
           perform varying deptI from 1 by 1 until deptI > deptCount
               move agDept(deptI) to burstDept
               move spaces to burstLine
               string "                     | " agBucket1(deptI) " | "
                      agBucket2(deptI) " | " agBucket3(deptI)
                   delimited by size into burstLine
               end-string
               call "burstWriter" using burstAction burstType
                   burstParam burstDept burstLine
           end-perform
           perform varying escI from 1 by 1 until escI > escCount
               move escDept(escI) to burstDept
               move spaces to burstLine
               string "ESCALATION  Request #" escReqID(escI) " | "
                      escStatus(escI) " | " escAge(escI) " days"
                   delimited by size into burstLine
               end-string
               call "burstWriter" using burstAction burstType
                   burstParam burstDept burstLine
           end-perform

           move "F" to burstAction
           call "burstWriter" using burstAction burstType burstParam
               burstDept burstLine.
