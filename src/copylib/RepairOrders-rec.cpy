           FD RepairOrders.
           01 RepairOrderRec.
               *> One repair order per batch of a durable item sent
               *> back to the maker: the units leave itemStock while
               *> they are away and come back on receipt. AT-VENDOR
               *> until every unit is back, then RETURNED.
               02 ro-id pic 9(6).
               02 ro-itemID pic 9(5).
               02 ro-itemName pic x(25).
               02 ro-qty pic 9(4).
               02 ro-qtyReturned pic 9(4).
               02 ro-vendorCode pic x(8).
               02 ro-vendorName pic x(25).
               02 ro-problem pic x(40).
               02 ro-outDate pic 9(8).
               02 ro-expectedDate pic 9(8).
               *> Quote for the whole order; the actual comes off the
               *> vendor's bill when the units are received back.
               02 ro-quotedCost pic 9(6)v99.
               02 ro-actualCost pic 9(6)v99.
               *> PO raised to pay for the repair, 0 if none yet.
               02 ro-poNumber pic 9(6).
               *> Y = the repair cost went into the item's moving
               *> average cost; N = expensed.
               02 ro-capitalized pic x(1).
               02 ro-status pic x(10).
               02 ro-sentBy pic x(10).
               02 ro-receivedBy pic x(10).
               02 ro-returnDate pic 9(8).
