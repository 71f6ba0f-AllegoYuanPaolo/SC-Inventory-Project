            01 useCount pic 9(3) value 0.
            01 useTableRecord.
                02 useTable occurs 200 times.
                    03 useItemID pic 9(5).
                    03 useTotal pic 9(7).
                    03 usePeak pic 9(6).
            01 useI pic 9(3).
            01 dispAvg pic zz,zz9.9.
            01 dispPeak pic zz,zz9.

            *> Before/after pair for the master-file change log.
            01 maintOperator pic x(10).
            01 chgFile pic x(24).
            01 chgKey pic x(40).
            01 chgField pic x(20).
            01 chgOld pic x(40).
            01 chgNew pic x(40).

            local-storage section.
            01 InvStat pic xx.
            01 usageStat pic xx.
            01 safeStat pic xx.

        linkage section.
        *> Menu-driven sessions pass the logged-in operator so
        *> this program stops trusting a re-typed ID; called
        *> standalone it still prompts.
        01 sessionOperator pic x(10).

        PROCEDURE DIVISION using optional sessionOperator.
           *> Reset scan state: this program is CALLed repeatedly from
           *> menuDriver's loop within the same run unit, and these
           *> fields only initialize once via their VALUE clauses.
           display "Apply suggestions item by item? [y/n] "
                   "(n = report only): " with no advancing
           accept applyMode
           if applyMode = "y" or applyMode = "Y"
               if sessionOperator is omitted
                   display "Operator ID: " with no advancing
                   accept maintOperator
               else
                   move sessionOperator to maintOperator
               end-if
           end-if

           move function current-date(1:8) to todayDate
           compute cutoffDate =
       accumulateWeek.
           move 0 to matchIdx
           perform varying useI from 1 by 1 until useI > useCount
               if useItemID(useI) = u-itemID
                   move useI to matchIdx
               end-if
           end-perform
           if matchIdx = 0 and useCount < UseMax
               add 1 to useCount
               move u-itemID to useItemID(useCount)
               move useCount to matchIdx
           end-if
           if matchIdx not = 0
       tuneOneItem.
           move 0 to matchIdx
           perform varying useI from 1 by 1 until useI > useCount
               if useItemID(useI) = itemID
                   move useI to matchIdx
               end-if
           end-perform
                       "? [y/n]: " with no advancing
               accept acceptChoice
               if acceptChoice = "y" or acceptChoice = "Y"
                   move orderQuant to chgOld
                   move suggOrder to orderQuant
                   rewrite invRec
                   move "Inventory.dat" to chgFile
                   move itemID to chgKey
                   move "orderQuant" to chgField
                   move orderQuant to chgNew
                   call "logMasterChange" using chgFile chgKey
                       chgField chgOld chgNew maintOperator
                   perform applyThreshold
                   add 1 to tunedCount
               end-if
                           function trim(itemName)
                           "; threshold not applied"
               not invalid key
                   move threshold to chgOld
                   move suggThreshold to threshold
                   rewrite SafetyRec
                   move "SafetyStocks.dat" to chgFile
                   move item-id to chgKey
                   move "threshold" to chgField
                   move threshold to chgNew
                   call "logMasterChange" using chgFile chgKey
                       chgField chgOld chgNew maintOperator
                   display "Applied: orderQuant " orderQuant
                           ", threshold " threshold
           end-read.
