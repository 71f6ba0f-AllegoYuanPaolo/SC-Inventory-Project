      $set sourceformat"free"
       identification division.
       program-id. binOccupancy.

       environment division.
           input-output section.
               file-control.
                   copy "Inventory".

                   copy "OverflowStock".

       data division.
           file section.
               copy "Inventory-rec".

               copy "OverflowStock-rec".

           working-storage section.
           01 eof pic x.
           01 ofEof pic x.
           01 ofUsable pic x.
           01 itemOverflow pic 9(7).

           local-storage section.
           01 InvStat pic xx.
           01 OfStat pic xx.

           linkage section.
           01 boBin pic x(10).
           *> Issuing units sitting in the bin now.
           01 boOccupancy pic 9(7).

       procedure division using boBin boOccupancy.

           *> How full a bin is: the issuable stock of every item
           *> homed there, less whatever of it was put away in
           *> overflow elsewhere, plus other items' overflow parked
           *> in this bin. Stock on QA hold or in quarantine is not
           *> on the shelf.
           move 0 to boOccupancy
           if boBin = spaces
               goback
           end-if
           move "N" to ofUsable
           open input OverflowStock
           if OfStat = "00"
               move "Y" to ofUsable
           end-if

           open input Inventory
           if InvStat = "00"
               move "n" to eof
               perform until eof = "y"
                   read Inventory next record
                       at end
                           move "y" to eof
                       not at end
                           if binLocation = boBin
                               perform addHomePortion
                           end-if
                   end-read
               end-perform
               close Inventory
           end-if

           if ofUsable = "Y"
               move boBin to of-bin
               move 0 to of-itemID
               move "n" to ofEof
               start OverflowStock key is not less than ofKey
                   invalid key move "y" to ofEof
               end-start
               perform until ofEof = "y"
                   read OverflowStock next record
                       at end
                           move "y" to ofEof
                       not at end
                           if of-bin not = boBin
                               move "y" to ofEof
                           else
                               add of-qty to boOccupancy
                           end-if
                   end-read
               end-perform
               close OverflowStock
           end-if

       goback.

       addHomePortion.
           move 0 to itemOverflow
           if ofUsable = "Y"
               move itemID to of-itemID
               move "n" to ofEof
               start OverflowStock key is equal to of-itemID
                   invalid key move "y" to ofEof
               end-start
               perform until ofEof = "y"
                   read OverflowStock next record
                       at end
                           move "y" to ofEof
                       not at end
                           if of-itemID not = itemID
                               move "y" to ofEof
                           else
                               add of-qty to itemOverflow
                           end-if
                   end-read
               end-perform
           end-if
           if itemStock > itemOverflow
               compute boOccupancy = boOccupancy + itemStock
                   - itemOverflow
           end-if.
