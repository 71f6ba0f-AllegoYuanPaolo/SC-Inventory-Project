            01 newCount pic 9(4) value 0.
            01 todayDate pic 9(8) value zero.

            *> Counts handed back to the nightly window
            *> (batchStepStats.cbl).
            01 statAction pic x(1) value "P".
            01 statRead pic 9(7).
            01 statWritten pic 9(7).
            01 statRejected pic 9(7).
            01 statCode pic 9(2).

            local-storage section.
            01 InvStat pic xx.
            01 snapStat pic xx.
           *> fields only initialize once via VALUE clauses.
           move "n" to eof
           move 0 to newCount
           move 0 to statRead

           open input Inventory
               call "openFileCheck" using InvStat
                       at end
                           move 'y' to eof
                       not at end
                           add 1 to statRead
                           call "SafeStockCheck" using itemName itemStock restockStatus
                           if restockStatus(1:8) = "CRITICAL"
                              or restockStatus(1:3) = "LOW"
           display "------------------------------------------"
           display "Newly triggered items: " newCount

           move statRead to statWritten
           move 0 to statRejected
           move 0 to statCode
           call "batchStepStats" using statAction statRead statWritten
               statRejected statCode

       exit program.
