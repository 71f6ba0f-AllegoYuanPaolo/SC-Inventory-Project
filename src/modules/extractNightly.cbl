      $set sourceformat"free"
        IDENTIFICATION DIVISION.
        PROGRAM-ID. extractNightly.

       environment division.
           input-output section.
             file-control.
                  copy "ExtractDefs".

        DATA DIVISION.
           file section.
               copy "ExtractDefs-rec".

            WORKING-STORAGE SECTION.
            01 EdStat pic xx.
            01 eof pic x value "n".

            *> The nightly definitions are gathered first: extractRun
            *> opens ExtractDefs.dat itself to stamp each run.
            01 NightlyMax pic 9(3) value 200.
            01 nightlyCount pic 9(3) value 0.
            01 nightlyNames.
                02 nightlyName pic x(12) occurs 200 times.
            01 nightlyI pic 9(3).

            01 runRead pic 9(7).
            01 runRows pic 9(7).
            01 runResult pic x(1).
            01 totalRows pic 9(7) value 0.
            01 failedCount pic 9(5) value 0.

            *> Counts handed back to the nightly window
            *> (batchStepStats.cbl).
            01 statAction pic x(1) value "P".
            01 statRead pic 9(7).
            01 statWritten pic 9(7).
            01 statRejected pic 9(7).
            01 statCode pic 9(2).

        PROCEDURE DIVISION.
           *> Reset scan state: this program is CALLed repeatedly
           *> (nightly and on demand) within the same run unit, and
           *> these fields only initialize once via their VALUE
           *> clauses.
           move "n" to eof
           move 0 to nightlyCount
           move 0 to totalRows
           move 0 to failedCount

           *> Saved extracts flagged for the night are re-run so the
           *> morning's lists cover yesterday.
           display "=== Nightly Ad Hoc Extracts ==="
           open input ExtractDefs
           if EdStat = "00"
               perform until eof = "y"
                   read ExtractDefs next record
                       at end
                           move "y" to eof
                       not at end
                           if ed-nightly = "Y"
                              and nightlyCount < NightlyMax
                               add 1 to nightlyCount
                               move ed-name to nightlyName(nightlyCount)
                           end-if
                   end-read
               end-perform
               close ExtractDefs
           end-if

           perform varying nightlyI from 1 by 1
                   until nightlyI > nightlyCount
               call "extractRun" using nightlyName(nightlyI) runRead
                   runRows runResult
               if runResult = "Y"
                   add runRows to totalRows
               else
                   add 1 to failedCount
               end-if
           end-perform
           display "Extracts run: " nightlyCount "  failed: "
                   failedCount "  rows written: " totalRows

           move nightlyCount to statRead
           move totalRows to statWritten
           move failedCount to statRejected
           move 0 to statCode
           if failedCount > 0
               move 4 to statCode
           end-if
           call "batchStepStats" using statAction statRead statWritten
               statRejected statCode

       exit program.
