           FD InspectResults.
           01 inspectResultRec.
               *> One row per lot decided: sampled at the QA screen
               *> (ACCEPT / REJECT) or passed to stock at receipt on
               *> skip-lot (SKIPPED). The history the switching rules
               *> and the auditors both read.
               02 ir-date pic 9(8).
               02 ir-itemID pic 9(5).
               02 ir-itemName pic x(25).
               02 ir-vendorCode pic x(8).
               02 ir-materialType pic x(10).
               02 ir-level pic x(1).
               02 ir-lotQty pic 9(5).
               02 ir-sampleSize pic 9(4).
               02 ir-acceptNo pic 9(3).
               02 ir-rejectNo pic 9(3).
               02 ir-defects pic 9(4).
               02 ir-result pic x(7).
               02 ir-inspector pic x(10).
