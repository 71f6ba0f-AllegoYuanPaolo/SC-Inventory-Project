           FD RequestLines.
           01 RequestLineRec.
               *> One row per line of a request, in the order the
               *> lines sit in itemNQuant, kept in step with the
               *> request by syncRequestLines.cbl. Rows outlive the
               *> period-end archive of their request so line
               *> history by item stays on line.
               02 rlKey.
                   03 rl-requestID pic 9(6).
                   03 rl-lineNo pic 9(3).
               *> 0 when the line names a kit (BomMaster) or a name
               *> that is not on Inventory.dat.
               02 rl-itemID pic 9(5).
               02 rl-itemName pic x(25).
               02 rl-department pic x(32).
               *> YYYYMMDD forms of the request's dates.
               02 rl-requestDate pic 9(8).
               02 rl-fulfilledDate pic 9(8).
               02 rl-orderedQty pic 9(4).
               02 rl-approvedQty pic 9(4).
               02 rl-filledQty pic 9(4).
               *> Still owed on an OPEN backorder.
               02 rl-backorderQty pic 9(4).
               *> PENDING, APPROVED, REJECTED, CANCELLED, FILLED,
               *> BACKORDER (filled short, remainder owed) or
               *> DELIVERED.
               02 rl-lineStatus pic x(10).
               02 rl-updated pic 9(8).
