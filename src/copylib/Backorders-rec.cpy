           FD Backorders.
           01 BackorderRec.
               *> One backorder per shorted request line, so the key is
               *> the request plus the itemID of the item the line
               *> named; the name is kept as a label.
               02 boKey.
                   03 bo-requestID pic 9(6).
                   03 bo-itemID pic 9(5).
               02 bo-itemName pic x(25).
               02 bo-qtyShort pic 9(4).
               02 bo-department pic x(32).
               *> YYYYMMDD so oldest-first ordering is a plain numeric
