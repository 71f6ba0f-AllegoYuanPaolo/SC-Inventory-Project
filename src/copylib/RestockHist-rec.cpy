               *> cost capture), so the contract variance report can
               *> tell "no cost keyed" from "billed at zero".
               02 h-receiptCost pic 9(6)v99.
               *> What a receipt void needs to unwind it exactly: the
               *> PO line it closed against, the landed per-unit cost
               *> that went into the moving average (0 = no
               *> re-average), unitCost just before the receipt, the
               *> lot it topped up, and whether it landed on QA hold.
               02 h-poLine pic 9(2).
               02 h-landedCost pic 9(6)v99.
               02 h-priorCost pic 9(6)v99.
               02 h-lotNumber pic x(15).
               02 h-heldQA pic x(1).
               *> V once receiptVoid.cbl has reversed the receipt;
               *> voided rows stay for the audit trail but no longer
               *> count as stock received.
               02 h-voidFlag pic x(1).
               02 h-voidedBy pic x(10).
               02 h-voidDate pic 9(8).
               *> Space for an ordinary or PO receipt; C = bought on
               *> a purchasing card, D = paid direct, either way with
               *> the NonPoReceipts.dat row it wrote in h-nonPoID.
               02 h-receiptType pic x(1).
               02 h-nonPoID pic 9(8).
