               file-control.
                   copy "Reservations".

                   copy "Inventory.cpy".

       data division.
           file section.
               copy "Reservations-rec".

               copy "Inventory-rec.cpy".

           working-storage section.
           01 ResvStat pic xx.
           01 InvStat pic xx.
           01 resvItemID pic 9(5).
           01 recExists pic x.
           *> Signed work field: resv-qty itself is unsigned, so a
           *> release bigger than the bucket has to floor here, not
           *> (fulfillment or cancellation); the bucket floors at
           *> zero rather than going negative on a double release.
           01 adjDelta pic s9(6).
           *> Kit components arrive with their itemID already known.
           01 adjItemID pic 9(5).

       procedure division using adjItemName adjDelta
               optional adjItemID.

           *> Callers still work from request lines, which name the
           *> item; the bucket itself is keyed on the itemID the name
           *> resolves to. A name no longer on file has no bucket.
           move 0 to resvItemID
           if adjItemID is not omitted
               move adjItemID to resvItemID
           end-if
           if resvItemID = 0
               perform resolveItemName
           end-if
           if resvItemID = 0
               exit program
           end-if

           open i-o Reservations
               if ResvStat = "35"

               *> Same add-or-accumulate idiom as requestSubtract's
               *> logUsage.
               move resvItemID to resv-itemID
               read Reservations key is resv-itemID
                   invalid key
                       move "N" to recExists
                   not invalid key
                   move 0 to newQty
               end-if
               move newQty to resv-qty
               move adjItemName to resv-itemName

               if recExists = "Y"
                   rewrite ReservationRec
           close Reservations

       exit program.

       resolveItemName.
           open input Inventory
           if InvStat not = "00"
               exit paragraph
           end-if
           move adjItemName to itemName
           read Inventory key is itemName
               invalid key
                   continue
               not invalid key
                   move itemID to resvItemID
           end-read
           close Inventory.
