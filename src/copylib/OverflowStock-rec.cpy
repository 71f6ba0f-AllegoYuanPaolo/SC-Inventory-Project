           FD OverflowStock.
           01 overflowRec.
               *> Stock put away somewhere other than the item's home
               *> bin (invRec binLocation) because the home bin was
               *> full. The rest of the item's stock is in its home
               *> bin; a row goes when the stock is moved back.
               02 ofKey.
                   03 of-bin pic x(10).
                   03 of-itemID pic 9(5).
               02 of-qty pic 9(6).
               02 of-placedDate pic 9(8).
               02 of-placedBy pic x(10).
