            01 numIn pic 9(8).
            01 numCancel pic x.

            *> Before/after pair for the master-file change log.
            01 maintOperator pic x(10).
            01 chgFile pic x(24) value "Inventory.dat".
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
               *> request screen.
               open input Substitutes
               if SubStat = "00"
                   move itemID to sub-itemID
                   move 1 to sub-prefOrder
                   read Substitutes key is subKey
                       invalid key
               end-if
           end-if

           if sessionOperator is omitted
               display "Operator ID: " with no advancing
               accept maintOperator
           else
               move sessionOperator to maintOperator
           end-if

           move lifecycleStatus to chgOld
           move inStatus to lifecycleStatus
           rewrite invRec
           display "Item " inItemID " is now " inStatus
           move itemID to chgKey
           move "lifecycleStatus" to chgField
           move inStatus to chgNew
           call "logMasterChange" using chgFile chgKey chgField
               chgOld chgNew maintOperator.
