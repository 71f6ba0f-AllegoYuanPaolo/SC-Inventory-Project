           FD NotifyOutbox.
           01 notifyRec.
               *> Outbound notices, queued by the programs where the
               *> event happens (queueNotification.cbl) and picked up
               *> by the mail gateway, which sets nt-status as it
               *> sends. Types: REQAPPROVED, REQREJECTED, BACKORDFILL
               *> (backorder released against a restock), POAPPROVED,
               *> LOANOVERDUE, ALERT (raised by alertSweep.cbl).
               02 nt-id pic 9(8).
               02 nt-date pic 9(8).
               02 nt-time pic x(8).
               *> O = operator (recipient is the operator ID),
               *> D = department (its contact on DeptMaster.dat),
               *> V = vendor (vendorCode; e-mail on VendorMaster.dat).
               02 nt-recipType pic x(1).
               02 nt-recipient pic x(32).
               *> Filled from the master at queue time; spaces for an
               *> operator, whose address the gateway knows.
               02 nt-address pic x(40).
               02 nt-msgType pic x(12).
               *> Request, PO, loan or alert number the notice is
               *> about, as readable text.
               02 nt-reference pic x(20).
               02 nt-text pic x(80).
               *> PENDING until the gateway takes it; then SENT, or
               *> FAILED with the reason in nt-failReason. A resend
               *> from notifyStatus.cbl puts it back to PENDING.
               02 nt-status pic x(8).
               02 nt-sentDate pic 9(8).
               02 nt-sentTime pic x(8).
               02 nt-failReason pic x(30).
               02 nt-attempts pic 9(2).
               02 nt-queuedBy pic x(10).
