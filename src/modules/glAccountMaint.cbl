            01 inAccount pic x(8).
            01 listedCount pic 9(3) value 0.

            *> Before/after pair for the master-file change log.
            01 maintOperator pic x(10).
            01 chgFile pic x(24) value "GlAccountMap.dat".
            01 chgKey pic x(40).
            01 chgField pic x(20) value "gm-account".
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
               call "openFileCheck" using GmStat

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
                       perform addOrChange
           move inTranType to gm-tranType
           move inMatType to gm-matType
           move inDept to gm-dept
           move spaces to chgOld
           read GlAccountMap key is gmKey
               not invalid key
                   move gm-account to chgOld
           end-read
           move inAccount to gm-account
           write GlAccountMapRec
               invalid key
                   display "Mapping updated"
               not invalid key
                   display "Mapping added"
           end-write
           move gm-account to chgNew
           perform logMapping.

       *> Spaces in the department mean "any"; the key reads that
       *> way in the log too.
       logMapping.
           move spaces to chgKey
           if gm-dept = spaces
               string function trim(gm-tranType) "/*"
                   delimited by size into chgKey
               end-string
           else
               string function trim(gm-tranType) "/"
                   function trim(gm-dept)
                   delimited by size into chgKey
               end-string
           end-if
           call "logMasterChange" using chgFile chgKey chgField
               chgOld chgNew maintOperator.

       removeMapping.
           perform promptKey
                   display "No such mapping on file"
                   exit paragraph
           end-read
           move gm-account to chgOld
           move spaces to chgNew
           delete GlAccountMap record
           display "Mapping removed"
           perform logMapping.
