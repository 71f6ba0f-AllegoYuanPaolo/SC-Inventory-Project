            01 listedCount pic 9(3) value 0.
            01 badCount pic 9(3) value 0.

            *> Before/after pair for the master-file change log.
            01 maintOperator pic x(10).
            01 chgFile pic x(24) value "MaterialTypes.dat".
            01 chgKey pic x(40).
            01 chgField pic x(20).
            01 chgOld pic x(40).
            01 chgNew pic x(40).
            01 oldDescr pic x(30).
            01 oldControlled pic x(1).

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
               call "openFileCheck" using MtStat

               if sessionOperator is omitted
                   if choice = 2 or choice = 3
                       display "Operator ID: " with no advancing
                       accept maintOperator
                   end-if
               else
                   move sessionOperator to maintOperator
               end-if

               evaluate choice
                   when 2
                       perform addType
                   display "Code already on file: " inCode
               not invalid key
                   display "Added " mt-code
                   move spaces to oldDescr oldControlled
                   perform logTypeChange
           end-write.

       *> A new code logs against blanks; a blank controlled flag
       *> on both sides is no change and is skipped.
       logTypeChange.
           move mt-code to chgKey
           move "mt-description" to chgField
           move oldDescr to chgOld
           move mt-description to chgNew
           call "logMasterChange" using chgFile chgKey chgField
               chgOld chgNew maintOperator
           move "mt-controlled" to chgField
           move oldControlled to chgOld
           move mt-controlled to chgNew
           call "logMasterChange" using chgFile chgKey chgField
               chgOld chgNew maintOperator.

       changeType.
           display "Code: " with no advancing
           accept inCode
               invalid key
                   display "Code not on file: " inCode
               not invalid key
                   move mt-description to oldDescr
                   move mt-controlled to oldControlled
                   display "Current: " mt-description
                   display "New description: " with no advancing
                   accept mt-description
                   end-if
                   rewrite MaterialTypeRec
                   display "Updated " mt-code
                   perform logTypeChange
           end-read.

       *> The cleanup list: every invRec whose free-typed code never
