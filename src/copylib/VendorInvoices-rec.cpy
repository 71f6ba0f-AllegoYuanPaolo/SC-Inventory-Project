               02 vi-invoiceDate pic 9(8).
               *> MATCHED when the three-way check passed (or a buyer
               *> cleared it), HOLD while a mismatch waits on the
               *> buyer, REJECTED when they bounce it to the vendor,
               *> PAID once the AP payment run has settled it.
               02 vi-status pic x(10).
               *> Why the line went on HOLD; spaces once cleared.
               02 vi-holdReason pic x(30).
               02 vi-operatorID pic x(10).
               *> Set at entry from the vendor's payment terms: the
               *> day the line falls due, and the last day the
               *> early-pay discount still applies (0 = no discount).
               02 vi-dueDate pic 9(8).
               02 vi-discDate pic 9(8).
               02 vi-discPct pic 9(2)v99.
               *> Stamped by the payment run when the line goes PAID:
               *> run date, check or remittance number, and the amount
               *> actually paid after any discount taken.
               02 vi-payDate pic 9(8).
               02 vi-checkNo pic x(10).
               02 vi-paidAmount pic 9(8)v99.
               *> Foreign-currency lines: vi-unitPrice is in
               *> vi-currency (spaces = home), converted at the
               *> invoice-date rate into vi-invoiceHome. The receipts
               *> were booked at their own dates' rates into
               *> vi-bookedHome; the difference is the realized
               *> exchange loss (invoice higher) or gain.
               02 vi-currency pic x(3).
               02 vi-exchRate pic 9(4)v9(6).
               02 vi-bookedHome pic 9(9)v99.
               02 vi-invoiceHome pic 9(9)v99.
