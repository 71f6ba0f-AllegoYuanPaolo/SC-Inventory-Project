               *> handles file-status failures.
               *> Types: STOCKZERO (zero stock with open demand),
               *> BUDGET90 (department past 90% of budget),
               *> BACKORD14 (backorder older than two weeks),
               *> VENDDOC30 (vendor document lapsing within 30
               *> days), VENDDOCLAPSE (vendor document lapsed),
               *> CREDITAGED (vendor credit owed past the follow-up
               *> age), CREDITUNMTCH (credit memo line left
               *> unmatched as long), BATCHSLOW (nightly step well
               *> past its normal time), BATCHLATE (nightly window
               *> ran past its cutoff).
               02 al-id pic 9(6).
               02 al-type pic x(12).
               *> H / M / L.
               02 al-status pic x(10).
               02 al-ackBy pic x(10).
               02 al-ackDate pic 9(8).
               *> Operator who took the alert on at the console;
               *> spaces while nobody has.
               02 al-ownerID pic x(10).
