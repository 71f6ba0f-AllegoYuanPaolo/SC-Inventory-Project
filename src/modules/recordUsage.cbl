           01 monthKey pic x(6).

           linkage section.
           01 usageItemID pic 9(5).
           01 usageItemName pic x(25).
           01 usageQty pic 9(6).

       procedure division using usageItemID usageItemName usageQty.

           *> Shared consumption accumulator for issue paths outside
           *> requestSubtract.cbl (which keeps its original in-house
               end-if
               call "openFileCheck" using usageStat

               move usageItemID to u-itemID
               move "W" to u-periodType
               move weekKey to u-periodKey
               perform logOneBucket

               move usageItemID to u-itemID
               move "M" to u-periodType
               move monthKey to u-periodKey
               perform logOneBucket
               move usageQty to u-qtyUsed
           end-if
           move todayDate to u-lastUpdated
           move usageItemName to u-itemName

           if usageRecExists = "Y"
               rewrite UsageRec
