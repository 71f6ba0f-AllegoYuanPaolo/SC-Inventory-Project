           01 DeptCatalogRec.
               *> What a department may draw: one row per grant,
               *> either a whole materialType (entryType T, the code
               *> in dc-entryName), a single item (entryType I, the
               *> itemID in dc-itemID, rest of the entry spaces) or a
               *> kit (entryType K, the kitName). A department with no
               *> rows at all is unrestricted - the pre-catalog
               *> behaviour, so a missing load never locks a floor out.
               02 dcKey.
                   03 dc-dept pic x(32).
                   03 dc-entryType pic x(1).
                   03 dc-entryName pic x(25).
                   03 dc-entryItem redefines dc-entryName.
                       04 dc-itemID pic 9(5).
                       04 filler pic x(20).
               *> Typical order quantity shown in guided entry;
               *> 0 means no suggestion.
               02 dc-typicalQty pic 9(2).
               *> Item name label for an I row, shown in listings.
               02 dc-itemName pic x(25).
