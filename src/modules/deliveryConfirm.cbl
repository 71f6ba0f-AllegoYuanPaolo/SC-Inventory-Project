            01 choice pic 9 value 1.
            01 confirmOperator pic x(10).
            01 inRequestID pic 9(6).
            01 srcI pic 9(2).
            01 confirmTime pic x(8).
            01 confirmDate pic x(10).

               exit paragraph
           end-if

           perform showSources

           move "DELIVERED" to dl-status
           move confirmOperator to dl-confirmOperator
           move function current-date(1:8) to dl-confirmDate
                           end-if
                   end-read
                   close Requests
                   call "syncRequestLines" using inRequestID
               end-if

           display "Request #" inRequestID " confirmed DELIVERED by "
                   function trim(confirmOperator).

       *> Which shelf each line left from, so a short tote can be
       *> chased at the right storeroom.
       showSources.
           display "Lines as dispatched (item | site qty | main qty):"
           perform varying srcI from 1 by 1 until srcI > 20
               if dl-srcItem(srcI) not = spaces
                   display "  " dl-srcItem(srcI) " | "
                           dl-srcSite(srcI) " " dl-srcSiteQty(srcI)
                           " | main " dl-srcMainQty(srcI)
               end-if
           end-perform.

       *> Fulfilled more than a day ago with nobody signing for it:
       *> the lost-tote hunt, while the trail is warm.
       exceptionsReport.
