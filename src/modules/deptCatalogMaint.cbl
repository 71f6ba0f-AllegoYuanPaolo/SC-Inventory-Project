            01 inEntryType pic x(1).
            01 inEntryName pic x(25).
            01 inTypical pic 9(2).
            01 inItemID pic 9(5).
            01 inItemName pic x(25).
            01 listedCount pic 9(3) value 0.

            *> Validated-input work fields (getNumeric).
                       if dc-dept not = inDept
                           move "y" to eof
                       else
                           if dc-entryType = "I"
                               display "  " dc-entryType "  | "
                                       dc-itemName "| " dc-typicalQty
                                       " (item " dc-itemID ")"
                           else
                               display "  " dc-entryType "  | "
                                       dc-entryName "| " dc-typicalQty
                           end-if
                           add 1 to listedCount
                       end-if
               end-read
           else
               display "Item name: " with no advancing
               accept inEntryName
               perform resolveEntryItem
               if inEntryType = "K"
                   display "Not an item name; granting it as a kit"
               end-if
           end-if

           display "Typical order quantity (0 = none): "
           end-if
           move numIn to inTypical

           perform setEntryKey
           move inTypical to dc-typicalQty
           write DeptCatalogRec
               invalid key
           end-if
           display "Entry name: " with no advancing
           accept inEntryName
           if inEntryType = "I"
               perform resolveEntryItem
           end-if

           perform setEntryKey
           read DeptCatalog key is dcKey
               invalid key
                   display "No such grant on file"
           end-read
           delete DeptCatalog record
           display "Grant revoked".

       *> An item grant is held by the itemID the name resolves to;
       *> a name not on Inventory can only be a kit.
       resolveEntryItem.
           move 0 to inItemID
           move spaces to inItemName
           open input Inventory
               call "openFileCheck" using InvStat
               move inEntryName to itemName
               read Inventory key is itemName
                   invalid key
                       move "K" to inEntryType
                   not invalid key
                       move itemID to inItemID
                       move itemName to inItemName
               end-read
           close Inventory.

       setEntryKey.
           move inDept to dc-dept
           move inEntryType to dc-entryType
           move spaces to dc-itemName
           if inEntryType = "I"
               move spaces to dc-entryName
               move inItemID to dc-itemID
               move inItemName to dc-itemName
           else
               move inEntryName to dc-entryName
           end-if.
