            01 trailingMonths pic 9(2).

            *> Items seen moving inside the window; everything else on
            *> Inventory.dat is dead by definition. Both tables are
            *> sized for the largest DEADSTOCK-TABLE allowed; the
            *> parameter sets how much of them a run uses.
            01 TableLimit pic 9(3) value 999.
            01 MovedMax pic 9(3) value 200.
            01 movedCount pic 9(3) value 0.
            01 movedTable.
                02 movedItemID occurs 999 times pic 9(5).
            01 movedI pic 9(3).
            01 itemMoved pic x.

            01 DeadMax pic 9(3) value 200.
            01 deadCount pic 9(3) value 0.
            01 deadTableRecord.
                02 deadTable occurs 999 times.
                    03 ddItemID pic 9(5).
                    03 ddName pic x(25).
                    03 ddMatType pic x(10).
            01 matchIdx pic 9(2).

            01 totalValue pic 9(13)v99 value 0.
            01 defaultMonths pic 9(2) value 6.
            *> Rule values read through getParam (SystemParams.dat).
            01 ruleName pic x(20).
            01 ruleValue pic 9(9).
            01 dispValue pic Z,ZZZ,ZZZ,ZZ9.99.
            01 dispCost pic Z,ZZ9.99.
            01 dispStock pic z,zz9.
           move 0 to matCount
           move 0 to totalValue
           initialize matTableRecord
           perform loadDeadRules

           display "=== Dead-Stock Report (carrying cost) ==="
           display "Months with zero movement (0 = " defaultMonths
                   "): " with no advancing
           accept trailingMonths
           if trailingMonths = 0
               move defaultMonths to trailingMonths
           end-if

           move function current-date(1:8) to todayDate
       noteMoved.
           perform varying movedI from 1 by 1
                   until movedI > movedCount
               if movedItemID(movedI) = u-itemID
                   exit paragraph
               end-if
           end-perform
           if movedCount < MovedMax
               add 1 to movedCount
               move u-itemID to movedItemID(movedCount)
           end-if.

       checkDead.
           move "N" to itemMoved
           perform varying movedI from 1 by 1
                   until movedI > movedCount
               if movedItemID(movedI) = itemID
                   move "Y" to itemMoved
               end-if
           end-perform
                   deadCount
           move totalValue to dispValue
           display "Total capital tied up: " dispValue.

       loadDeadRules.
           move "DEADSTOCK-MONTHS" to ruleName
           move 6 to ruleValue
           call "getParam" using ruleName ruleValue
           if ruleValue > 0 and ruleValue < 100
               move ruleValue to defaultMonths
           end-if
           move "DEADSTOCK-TABLE" to ruleName
           move 200 to ruleValue
           call "getParam" using ruleName ruleValue
           if ruleValue = 0 or ruleValue > TableLimit
               move TableLimit to ruleValue
           end-if
           move ruleValue to MovedMax
           move ruleValue to DeadMax.
