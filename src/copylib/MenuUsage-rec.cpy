           FD MenuUsage.
           01 MenuUsageRec.
               *> How often each operator has run each menu option;
               *> menuDriver counts a run as it returns and offers the
               *> operator's most-used options as favourites.
               02 muKey.
                   03 mu-operatorID pic x(10).
                   03 mu-option pic 9(3).
               02 mu-count pic 9(6).
               02 mu-lastUsed pic 9(8).
