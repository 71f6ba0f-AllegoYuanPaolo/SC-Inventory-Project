           01 backupMode pic 9 value 1.
           01 pruneMode pic 9 value 3.

           *> Counts handed back to the nightly window
           *> (batchStepStats.cbl).
           01 statAction pic x(1) value "P".
           01 statRead pic 9(7).
           01 statWritten pic 9(7).
           01 statRejected pic 9(7).
           01 statCode pic 9(2).

       procedure division.

           *> Unattended wrapper so the nightly window can run the
           call "backupManager" using omitted backupMode
           call "backupManager" using omitted pruneMode

           move 0 to statRead
           move 0 to statWritten
           move 0 to statRejected
           move 0 to statCode
           call "batchStepStats" using statAction statRead statWritten
               statRejected statCode

       exit program.
