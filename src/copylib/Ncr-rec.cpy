           FD NcrFile.
           01 NcrRec.
               *> Supplier non-conformance report: one quality problem
               *> with a vendor's product, from the rejection or
               *> complaint that raised it through the vendor's
               *> corrective action to QA's closure sign-off.
               02 ncr-id pic 9(6).
               *> QA = raised from a failed inspection (qaRelease.cbl),
               *> DEPT = a department's complaint about issued stock.
               02 ncr-source pic x(4).
               02 ncr-department pic x(32).
               02 ncr-itemID pic 9(5).
               02 ncr-itemName pic x(25).
               02 ncr-lotNumber pic x(15).
               02 ncr-vendorCode pic x(8).
               02 ncr-vendorName pic x(25).
               02 ncr-qty pic 9(4).
               02 ncr-defect pic x(60).
               *> USE-AS-IS / REWORK / RTV / SCRAP; spaces until QA
               *> decides what happens to the material.
               02 ncr-disposition pic x(10).
               *> Corrective-action request to the vendor: what they
               *> are asked to fix, when it went out and when their
               *> answer is due (0 = no request sent yet).
               02 ncr-carRequest pic x(60).
               02 ncr-carSentDate pic 9(8).
               02 ncr-responseDue pic 9(8).
               02 ncr-vendorResponse pic x(60).
               02 ncr-responseDate pic 9(8).
               *> OPEN, CAR-SENT once the request goes to the vendor,
               *> RESPONDED when they answer, CLOSED at sign-off.
               02 ncr-status pic x(10).
               02 ncr-openedBy pic x(10).
               02 ncr-openedDate pic 9(8).
               02 ncr-closedBy pic x(10).
               02 ncr-closedDate pic 9(8).
               02 ncr-closeNote pic x(40).
