           FD SerialHistory.
           01 serialHistRec.
               *> Every move of a serial-tracked unit, appended as it
               *> happens: RECEIVED / LOAN-OUT / LOAN-IN / REPAIR-OUT /
               *> REPAIR-IN / RETIRED, plus REGISTERED for units on the
               *> shelf before tracking began.
               02 sh-itemID pic 9(5).
               02 sh-serial pic x(20).
               02 sh-date pic 9(8).
               02 sh-time pic x(8).
               02 sh-event pic x(10).
               02 sh-holder pic x(32).
               02 sh-refID pic 9(6).
               02 sh-operatorID pic x(10).
               02 sh-note pic x(40).
