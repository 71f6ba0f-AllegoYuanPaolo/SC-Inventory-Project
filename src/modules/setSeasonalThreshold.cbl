           01 numCancel pic x.
           01 noZeroDate pic x value "N".

           *> Before/after pair for the master-file change log.
           01 maintOperator pic x(10).
           01 chgFile pic x(24) value "SafetyStocks.dat".
           01 chgKey pic x(40).
           01 chgField pic x(20).
           01 chgOld pic x(40).
           01 chgNew pic x(40).
           01 oldSeasonal pic 9(4).
           01 oldStart pic 9(8).
           01 oldEnd pic 9(8).

        linkage section.
        *> Menu-driven sessions pass the logged-in operator so
        *> this program stops trusting a re-typed ID; called
        *> standalone it still prompts.
        01 sessionOperator pic x(10).

        PROCEDURE DIVISION using optional sessionOperator.
           if sessionOperator is omitted
               display "Operator ID: " with no advancing
               accept maintOperator
           else
               move sessionOperator to maintOperator
           end-if
           display "Item to set a seasonal threshold for: "
                   with no advancing
           accept searchItem
                   invalid key
                       display "No safety stock record for: " searchItem
                   not invalid key
                       move seasonalThreshold to oldSeasonal
                       move seasonalStart to oldStart
                       move seasonalEnd to oldEnd
                       display "Seasonal threshold (0 clears it): "
                               with no advancing
                       accept seasonalThreshold
                               " | seasonal " seasonalThreshold
                               " from " seasonalStart
                               " to " seasonalEnd
                       perform logSeasonal
               end-read

           close safetyStock
       exit program.

       logSeasonal.
           move item-id to chgKey
           move "seasonalThreshold" to chgField
           move oldSeasonal to chgOld
           move seasonalThreshold to chgNew
           call "logMasterChange" using chgFile chgKey chgField
               chgOld chgNew maintOperator
           move "seasonalStart" to chgField
           move oldStart to chgOld
           move seasonalStart to chgNew
           call "logMasterChange" using chgFile chgKey chgField
               chgOld chgNew maintOperator
           move "seasonalEnd" to chgField
           move oldEnd to chgOld
           move seasonalEnd to chgNew
           call "logMasterChange" using chgFile chgKey chgField
               chgOld chgNew maintOperator.
