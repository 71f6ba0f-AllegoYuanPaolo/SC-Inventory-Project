           FD SpendCube.
           01 SpendCubeRec.
               *> One cell per vendor per material type per calendar
               *> month (YYYYMM); quarters and years are sums of
               *> months, so the report rolls them up rather than the
               *> file storing them twice.
               02 scKey.
                   03 sc-vendorCode pic x(8).
                   03 sc-materialType pic x(10).
                   03 sc-period pic 9(6).
               02 sc-vendorName pic x(25).
               *> Home-currency value received in the month, and the
               *> part of it bought under a vendor contract in force
               *> on the receipt date; the rest was off-contract.
               02 sc-receiptSpend pic 9(11)v99.
               02 sc-contractSpend pic 9(11)v99.
               02 sc-receiptLines pic 9(6).
               *> Home-currency value of matched or paid invoice lines
               *> dated in the month.
               02 sc-invoiceSpend pic 9(11)v99.
               02 sc-invoiceLines pic 9(6).
               02 sc-builtDate pic 9(8).
