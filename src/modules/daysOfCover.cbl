            01 useCount pic 9(3) value 0.
            01 useTableRecord.
                02 useTable occurs 200 times.
                    03 useItemID pic 9(5).
                    03 useTotal pic 9(7).
            01 useI pic 9(3).
            01 matchIdx pic 9(3).
       accumulateBurn.
           move 0 to matchIdx
           perform varying useI from 1 by 1 until useI > useCount
               if useItemID(useI) = u-itemID
                   move useI to matchIdx
               end-if
           end-perform
           if matchIdx = 0 and useCount < UseMax
               add 1 to useCount
               move u-itemID to useItemID(useCount)
               move useCount to matchIdx
           end-if
           if matchIdx not = 0
       projectOneItem.
           move 0 to matchIdx
           perform varying useI from 1 by 1 until useI > useCount
               if useItemID(useI) = itemID
                   move useI to matchIdx
               end-if
           end-perform
