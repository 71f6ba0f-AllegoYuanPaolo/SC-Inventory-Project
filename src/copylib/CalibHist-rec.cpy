           FD CalibHistory.
           01 calibHistRec.
               *> Every calibration recorded, pass or fail, with the
               *> certificate behind it.
               02 ch-itemID pic 9(5).
               02 ch-serial pic x(20).
               02 ch-date pic 9(8).
               02 ch-result pic x(4).
               02 ch-certRef pic x(20).
               02 ch-vendorCode pic x(8).
               02 ch-nextDue pic 9(8).
               02 ch-operatorID pic x(10).
               02 ch-note pic x(40).
