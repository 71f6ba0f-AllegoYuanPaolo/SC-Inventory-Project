           FD CreditMemos.
           01 CreditMemoRec.
               *> Vendor credit memos, entered line by line the way
               *> VendorInvoiceRec takes a bill, each line matched to
               *> the open credit it settles.
               02 cmKey.
                   03 cm-memoNo pic x(12).
                   03 cm-line pic 9(2).
               02 cm-vendorCode pic x(8).
               02 cm-memoDate pic 9(8).
               02 cm-amount pic 9(9)v99.
               *> The OpenCredits row settled; 0 while the line has
               *> nothing to match (status UNMATCHED).
               02 cm-creditID pic 9(6).
               *> MATCHED or UNMATCHED.
               02 cm-status pic x(10).
               02 cm-note pic x(30).
               02 cm-operatorID pic x(10).
               02 cm-enteredDate pic 9(8).
