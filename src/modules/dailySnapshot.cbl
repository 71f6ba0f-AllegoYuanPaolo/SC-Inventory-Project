            01 todayDate pic 9(8).
            01 snappedCount pic 9(4) value 0.

            *> Counts handed back to the nightly window
            *> (batchStepStats.cbl).
            01 statAction pic x(1) value "P".
            01 statRead pic 9(7).
            01 statWritten pic 9(7).
            01 statRejected pic 9(7).
            01 statCode pic 9(2).

            local-storage section.
            01 InvStat pic xx.
            01 SnapStat pic xx.
           display "Snapshot of " snappedCount " item(s) written to "
                   snapFileName

           move snappedCount to statRead
           move snappedCount to statWritten
           move 0 to statRejected
           move 0 to statCode
           call "batchStepStats" using statAction statRead statWritten
               statRejected statCode

       exit program.
