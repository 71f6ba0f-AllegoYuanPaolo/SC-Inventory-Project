      $set sourceformat"free"
       identification division.
       program-id. contractTierPrice.

       environment division.
           input-output section.
               file-control.
                   copy "ContractTiers".

       data division.
           file section.
               copy "ContractTiers-rec".

           working-storage section.
           01 tierEof pic x.

           local-storage section.
           01 CtStat pic xx.

           linkage section.
           *> The contract row already chosen as in force.
           01 ctpVendor pic x(8).
           01 ctpItemID pic 9(5).
           01 ctpEffFrom pic 9(8).
           01 ctpQty pic 9(5).
           *> Comes in as the contract's vc-price and goes back as
           *> the price for ctpQty.
           01 ctpPrice pic 9(6)v99.
           *> The break that applied, 0 when the base price stands;
           *> and the next break up (0 when there is none), so a
           *> buyer can see what a little more would cost.
           01 ctpBreakQty pic 9(5).
           01 ctpNextQty pic 9(5).
           01 ctpNextPrice pic 9(6)v99.

       procedure division using ctpVendor ctpItemID ctpEffFrom ctpQty
               ctpPrice ctpBreakQty ctpNextQty ctpNextPrice.

           *> Breaks read in from-quantity order: the last one at or
           *> under the quantity prices it, the first one over it is
           *> the next break.
           move 0 to ctpBreakQty
           move 0 to ctpNextQty
           move 0 to ctpNextPrice
           open input ContractTiers
           if CtStat not = "00"
               goback
           end-if

           move ctpVendor to ct-vendorCode
           move ctpItemID to ct-itemID
           move ctpEffFrom to ct-effFrom
           move 0 to ct-fromQty
           move "n" to tierEof
           start ContractTiers key is not less than ctKey
               invalid key move "y" to tierEof
           end-start
           perform until tierEof = "y"
               read ContractTiers next record
                   at end
                       move "y" to tierEof
                   not at end
                       if ct-vendorCode not = ctpVendor
                          or ct-itemID not = ctpItemID
                          or ct-effFrom not = ctpEffFrom
                           move "y" to tierEof
                       else
                           if ct-fromQty <= ctpQty
                               move ct-price to ctpPrice
                               move ct-fromQty to ctpBreakQty
                           else
                               move ct-fromQty to ctpNextQty
                               move ct-price to ctpNextPrice
                               move "y" to tierEof
                           end-if
                       end-if
               end-read
           end-perform
           close ContractTiers

       goback.
