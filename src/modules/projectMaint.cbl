            01 inDescr pic x(30).
            01 listedCount pic 9(3) value 0.

            *> Before/after pair for the master-file change log.
            01 maintOperator pic x(10).
            01 chgFile pic x(24) value "ProjectMaster.dat".
            01 chgKey pic x(40).
            01 chgField pic x(20).
            01 chgOld pic x(40).
            01 chgNew pic x(40).

        linkage section.
        *> Menu-driven sessions pass the logged-in operator so
        *> this program stops trusting a re-typed ID; called
        *> standalone it still prompts.
        01 sessionOperator pic x(10).

        PROCEDURE DIVISION using optional sessionOperator.
           *> Reset scan state: this program is CALLed repeatedly from
           *> menuDriver's loop within the same run unit, and these
           *> fields only initialize once via their VALUE clauses.
               end-if
               call "openFileCheck" using PjStat

               if sessionOperator is omitted
                   if choice = 2 or choice = 3 or choice = 4
                       display "Operator ID: " with no advancing
                       accept maintOperator
                   end-if
               else
                   move sessionOperator to maintOperator
               end-if

               evaluate choice
                   when 2
                       perform openProject
               not invalid key
                   display "Project " function trim(inCode)
                           " opened"
                   move spaces to chgOld
                   move "pj-description" to chgField
                   move pj-description to chgNew
                   perform logProjectField
                   move "pj-status" to chgField
                   move pj-status to chgNew
                   perform logProjectField
           end-write.

       logProjectField.
           move pj-code to chgKey
           call "logMasterChange" using chgFile chgKey chgField
               chgOld chgNew maintOperator.

       closeProject.
           display "Project code: " with no advancing
           accept inCode
               display "Already closed on " pj-closedDate
               exit paragraph
           end-if
           move pj-status to chgOld
           move "C" to pj-status
           move function current-date(1:8) to pj-closedDate
           rewrite ProjectMasterRec
           move "pj-status" to chgField
           move pj-status to chgNew
           perform logProjectField
           display "Project " function trim(inCode)
                   " closed; new charges will be rejected".

                   display "No project " function trim(inCode)
                   exit paragraph
           end-read
           move pj-status to chgOld
           move "O" to pj-status
           move 0 to pj-closedDate
           rewrite ProjectMasterRec
           move "pj-status" to chgField
           move pj-status to chgNew
           perform logProjectField
           display "Project " function trim(inCode) " reopened".
