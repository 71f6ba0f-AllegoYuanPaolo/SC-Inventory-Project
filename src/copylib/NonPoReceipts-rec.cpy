           FD NonPoReceipts.
           01 nonPoRec.
               *> Goods bought on a purchasing card or paid direct,
               *> with no PO behind them: who sold it, what it cost,
               *> who paid and why, kept alongside the RestockHistory
               *> row (h-nonPoID) the receipt wrote.
               02 np-id pic 9(8).
               02 np-date pic 9(8).
               02 np-itemID pic 9(5).
               02 np-itemName pic x(25).
               *> Issuing units, as booked to itemStock.
               02 np-qty pic 9(4).
               02 np-unitPrice pic 9(6)v99.
               *> What was actually charged or paid, tax and delivery
               *> included: the figure the card statement carries.
               02 np-amount pic 9(7)v99.
               02 np-vendorCode pic x(8).
               *> C = purchasing card, D = paid direct.
               02 np-payMethod pic x(1).
               *> Employee ID (EmployeeMaster.dat) of the cardholder
               *> or of whoever paid.
               02 np-cardholder pic x(8).
               02 np-reason pic x(40).
               02 np-operatorID pic x(10).
               *> Supervisor who allowed a buy over PCARD-TXN-LIMIT;
               *> spaces when it was inside the limit.
               02 np-approvedBy pic x(10).
               *> OPEN until a statement line matches it (MATCHED);
               *> DIRECT for paid-direct buys, which no card
               *> statement will carry; VOID once receiptVoid.cbl
               *> has reversed the receipt.
               02 np-status pic x(10).
               *> The statement line it matched: card reference, the
               *> statement month and the day it was matched.
               02 np-stmtRef pic x(20).
               02 np-stmtPeriod pic 9(6).
               02 np-matchedDate pic 9(8).
