           FD TransactionQueue.
           01 transQueueRec.
               *> RECEIPT adds stock, ISSUE and EMERGENCY deduct,
               *> RETURN adds; the poster replays them in captured
               *> order.
               02 tq-type pic x(10).
               02 tq-itemID pic 9(5).
               02 tq-qty pic 9(4).
               02 tq-expDate pic 9(8).
               02 tq-date pic 9(8).
               02 tq-time pic x(8).
               *> EMERGENCY only: an after-hours issue without a
               *> request, reconciled next day (emergencyIssue.cbl).
               02 tq-takenBy pic x(8).
               02 tq-department pic x(32).
               02 tq-reason pic x(30).
