
           01 itemIDent pic 9(5) value 0.

           *> The reload rebuilds SafetyStocks.dat from scratch, so
           *> every row it writes goes on the change log as an add.
           01 maintOperator pic x(10).
           01 chgFile pic x(24) value "SafetyStocks.dat".
           01 chgKey pic x(40).
           01 chgField pic x(20) value "threshold".
           01 chgOld pic x(40) value spaces.
           01 chgNew pic x(40).

        linkage section.
        *> Menu-driven sessions pass the logged-in operator so
        *> this program stops trusting a re-typed ID; called
        *> standalone it still prompts.
        01 sessionOperator pic x(10).

        PROCEDURE DIVISION using optional sessionOperator.

           *> Reset scan state: this program is CALLed repeatedly from
           *> menuDriver's loop within the same run unit, and these
           move "N" to eofFlag
           move "N" to safetyEOF

           if sessionOperator is omitted
               display "Operator ID: " with no advancing
               accept maintOperator
           else
               move sessionOperator to maintOperator
           end-if

           display "Displaying contents"

           open input safeStock
                          write SafetyRec
                          call "updateSafetyID"
                       call "writeFileCheck" using safeStat, safetyStock
                          move item-id to chgKey
                          move threshold to chgNew
                          call "logMasterChange" using chgFile chgKey
                              chgField chgOld chgNew maintOperator


                          display "Written: "
