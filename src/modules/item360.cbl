           move 0 to reservedQty
           open input Reservations
               if ResvStat = "00"
                   move targetID to resv-itemID
                   read Reservations key is resv-itemID
                       invalid key
                           move 0 to reservedQty
                       not invalid key
                       at end
                           move "y" to eof
                       not at end
                           if bo-itemID = targetID
                              and bo-status = "OPEN"
                               move spaces to reportLine
                               string "Open backorder: request #"
                       at end
                           move "y" to eof
                       not at end
                           if u-itemID = targetID
                               move spaces to reportLine
                               string "  " u-periodType " "
                                      u-periodKey " | " u-qtyUsed
