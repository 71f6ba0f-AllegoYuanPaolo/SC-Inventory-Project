           FD OpenCredits.
           01 OpenCreditRec.
               *> One row per credit the vendor owes us: raised when
               *> rtvStock.cbl ships goods back or osdClaims.cbl
               *> files a claim, cleared when their credit memo is
               *> matched against it (vendorCredits.cbl).
               02 oc-id pic 9(6).
               *> RTV or OSD.
               02 oc-sourceType pic x(3).
               *> The claim number for OSD; item and ship date
               *> (itemID-YYYYMMDD) for an RTV, as on its document.
               02 oc-sourceRef pic x(16).
               02 oc-vendorCode pic x(8).
               02 oc-vendorName pic x(25).
               02 oc-itemID pic 9(5).
               02 oc-itemName pic x(25).
               02 oc-qty pic 9(4).
               *> Valued when the goods went back; memos matched so
               *> far accumulate in oc-creditedAmount.
               02 oc-expectedCredit pic 9(9)v99.
               02 oc-creditedAmount pic 9(9)v99.
               *> OPEN until fully credited (CREDITED) or the buyer
               *> gives up on the balance (WRITTENOFF).
               02 oc-status pic x(10).
               02 oc-dateRaised pic 9(8).
               02 oc-dateClosed pic 9(8).
               02 oc-operatorID pic x(10).
               *> Last credit memo matched against the row.
               02 oc-lastMemo pic x(12).
