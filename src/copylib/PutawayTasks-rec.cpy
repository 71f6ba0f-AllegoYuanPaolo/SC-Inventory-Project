           FD PutawayTasks.
           01 putawayRec.
               *> One per receipt or QA release: where the goods
               *> should go, and once confirmed where they went.
               02 pt-id pic 9(8).
               02 pt-date pic 9(8).
               02 pt-itemID pic 9(5).
               02 pt-itemName pic x(25).
               02 pt-qty pic 9(4).
               *> RECEIPT or QA-RELEASE, with the PO number behind a
               *> receipt (0 = none).
               02 pt-source pic x(10).
               02 pt-reference pic 9(6).
               02 pt-homeBin pic x(10).
               *> The home bin, or an overflow bin in the same zone
               *> when the home bin would go over capacity.
               02 pt-suggestBin pic x(10).
               02 pt-note pic x(30).
               02 pt-createdBy pic x(10).
               *> OPEN until the handler confirms it, then DONE;
               *> CANCELLED when the receipt behind it is voided.
               02 pt-status pic x(10).
               02 pt-actualBin pic x(10).
               02 pt-doneBy pic x(10).
               02 pt-doneDate pic 9(8).
