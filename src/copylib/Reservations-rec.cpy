           FD Reservations.
           01 ReservationRec.
               *> One bucket per item: the total quantity promised to
               *> APPROVED-but-not-yet-fulfilled requests. Keyed on
               *> itemID; the name is a label carried for listings.
               02 resv-itemID pic 9(5).
               02 resv-itemName pic x(25).
               02 resv-qty pic 9(6).
