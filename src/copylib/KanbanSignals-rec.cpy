           FD KanbanSignals.
           01 kanbanSignalRec.
               *> One per "bin empty, card returned" scan: what it
               *> asked for and, once the full bin is back, when.
               02 ks-id pic 9(8).
               02 ks-itemID pic 9(5).
               02 ks-location pic x(8).
               02 ks-cardNo pic 9(2).
               02 ks-signalDate pic 9(8).
               02 ks-qty pic 9(4).
               *> TRANSFER with the site transfer number, or PO with
               *> the draft PO number; NONE when the signal could not
               *> raise either and the card waits for a manual buy.
               02 ks-type pic x(8).
               02 ks-reference pic 9(6).
               02 ks-signalBy pic x(10).
               *> OPEN until the full bin is back on the line, then
               *> FILLED.
               02 ks-status pic x(6).
               02 ks-filledDate pic 9(8).
               02 ks-filledBy pic x(10).
