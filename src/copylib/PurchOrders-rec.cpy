               *> acknowledgment (poPromiseDates.cbl); 0 until they
               *> confirm. Changes are journaled to PromiseLog.dat.
               02 po-promiseDate pic 9(8).
               *> Direct-charge lines bought for a project on a
               *> department's behalf rather than for stock: the
               *> open value counts against that department's
               *> encumbrance until received. Spaces on stock
               *> replenishment lines.
               02 po-project pic x(10).
               02 po-chargeDept pic x(32).
               *> The buyer po-approvedBy was acting for under a
               *> delegation; spaces when they signed on their own
               *> role.
               02 po-approvedFor pic x(10).
               *> Currency po-unitPrice is in - the vendor's, so the
               *> PO reads the way the vendor will bill it; spaces =
               *> home currency.
               02 po-currency pic x(3).
               *> Home-currency value of what has been received on
               *> the line, each receipt converted at its own date's
               *> rate; the invoice match measures exchange gain or
               *> loss against it.
               02 po-receivedHome pic 9(9)v99.
