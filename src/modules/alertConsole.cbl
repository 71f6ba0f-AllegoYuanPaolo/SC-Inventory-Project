           display "#" al-id " [" al-severity "] " al-type " | "
                   function trim(al-refText)
                   " | raised " al-raisedDate
           if al-ownerID not = spaces
               display "  owned by " function trim(al-ownerID)
           end-if
           display "[A]cknowledge / [O]wn it / [S]kip: "
                   with no advancing
           accept decision
           evaluate decision
               when "A"
               when "a"
                   move "ACKED" to al-status
                   move consoleOperator to al-ackBy
                   move todayDate to al-ackDate
                   rewrite AlertRec
                   add 1 to ackedCount
                   display "Acknowledged"
               *> Taking an alert on leaves it open but says who is
               *> chasing it, so two people don't both work it.
               when "O"
               when "o"
                   move consoleOperator to al-ownerID
                   rewrite AlertRec
                   display "Owned by " function trim(consoleOperator)
               when other
                   display "Left open"
           end-evaluate.
