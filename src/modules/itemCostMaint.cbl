           01 dispOld pic Z,ZZ9.99.
           01 dispNew pic Z,ZZ9.99.

           *> Before/after pair for the master-file change log.
           01 chgFile pic x(24) value "Inventory.dat".
           01 chgKey pic x(40).
           01 chgField pic x(20).
           01 chgOld pic x(40).
           01 chgNew pic x(40).

           *> Validated-input work fields (getNumeric).
           01 numIn pic 9(8).
           01 numCancel pic x.
                                               itemID itemName
                                               oldCost newCost
                                               maintOperator
                                           move itemID to chgKey
                                           move "unitCost" to chgField
                                           move dispOld to chgOld
                                           move dispNew to chgNew
                                           call "logMasterChange" using
                                               chgFile chgKey chgField
                                               chgOld chgNew
                                               maintOperator
                                   end-rewrite
                               end-if
                       end-read
