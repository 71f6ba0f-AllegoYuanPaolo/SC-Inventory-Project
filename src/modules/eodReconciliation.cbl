                    03 lbPosted pic x.
                    03 lbBalance pic 9(6).

            *> Counts handed back to the nightly window
            *> (batchStepStats.cbl).
            01 statAction pic x(1) value "P".
            01 statRead pic 9(7).
            01 statWritten pic 9(7).
            01 statRejected pic 9(7).
            01 statCode pic 9(2).

            local-storage section.
            01 InvStat pic xx.
            01 HistStat pic xx.
           perform displayReconciliation
           perform proveAgainstLedger

           move recCount to statRead
           move 0 to statWritten
           compute statRejected = discrepCount + ledgerMismatch
           move 0 to statCode
           if statRejected > 0
               move 4 to statCode
           end-if
           call "batchStepStats" using statAction statRead statWritten
               statRejected statCode

       exit program.

       *> Seeds recTable with every item's current on-hand balance;
                               move 'y' to eof
                           not at end
                               if h-date = todayDate
                                  and h-voidFlag not = "V"
                                   perform findByID
                                   if matchIdx not = 0
                                       add h-amountAdded
