           01 ParLevelRec.
               *> One row per department/item pair: the floor stock
               *> that station keeps and the last count against it.
               *> The item side of the key is the itemID; the name
               *> is carried as a label for listings and top-ups.
               02 parKey.
                   03 par-dept pic x(32).
                   03 par-itemID pic 9(5).
               02 par-itemName pic x(25).
               02 par-level pic 9(4).
               02 par-floorCount pic 9(4).
               02 par-countDate pic 9(8).
