       simulateOneItem.
           move 0 to reservedQty
           if resvUsable = "Y"
               move itemID to resv-itemID
               read Reservations key is resv-itemID
                   invalid key
                       continue
                   not invalid key
