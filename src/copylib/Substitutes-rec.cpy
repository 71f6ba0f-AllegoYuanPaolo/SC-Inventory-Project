               *> One row per interchangeable item, in preference
               *> order: (short item, 1) is the first thing to offer,
               *> (short item, 2) the next, and so on.
               *> Both sides are held by itemID; the names are
               *> labels for listings.
               02 subKey.
                   03 sub-itemID pic 9(5).
                   03 sub-prefOrder pic 9(1).
               02 sub-itemName pic x(25).
               02 sub-substituteID pic 9(5).
               02 sub-substituteName pic x(25).
