           01 eof pic x.
           01 hasRows pic x.
           01 itemMatType pic x(10).
           01 checkItemID pic 9(5).

           local-storage section.
           01 DcStat pic xx.
               goback
           end-if

           *> The item's itemID and material type, for the item- and
           *> type-level grants; a kit name is not on Inventory and
           *> only a kit grant can admit it.
           move spaces to itemMatType
           move 0 to checkItemID
           open input Inventory
           if InvStat = "00"
               move checkItem to itemName
                       continue
                   not invalid key
                       move materialType to itemMatType
                       move itemID to checkItemID
               end-read
               close Inventory
           end-if
                       else
                           move "Y" to hasRows
                           if dc-entryType = "I"
                              and checkItemID not = 0
                              and dc-itemID = checkItemID
                               move "Y" to allowed
                           end-if
                           if dc-entryType = "K"
                              and dc-entryName = checkItem
                               move "Y" to allowed
                           end-if
