           FD Entitlements.
           01 entitlementRec.
               *> How many of an item one employee may draw in a
               *> rolling window (two pairs of safety boots in 365
               *> days). A department row overrides the everyone row,
               *> en-department spaces, for the same item.
               02 enKey.
                   03 en-itemID pic 9(5).
                   03 en-department pic x(32).
               02 en-itemName pic x(25).
               02 en-maxQty pic 9(4).
               02 en-windowDays pic 9(4).
               02 en-changedBy pic x(10).
               02 en-changedDate pic 9(8).
