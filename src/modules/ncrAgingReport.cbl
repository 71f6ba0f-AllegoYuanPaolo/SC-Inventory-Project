      $set sourceformat"free"
        IDENTIFICATION DIVISION.
        PROGRAM-ID. ncrAgingReport.

       environment division.
           input-output section.
             file-control.
                  copy "Ncr".

                  *> Dated aging listing, same technique as
                  *> creditAgingReport.cbl's ReportFile.
                  select ReportFile
                      assign to reportFileName
                      organization is line sequential
                      file status is RepStat.

        DATA DIVISION.
           file section.
               copy "Ncr-rec".

               FD ReportFile.
               01 reportLine pic x(132).

            WORKING-STORAGE SECTION.
            01 eof pic x value "n".
            01 ncrEof pic x.

            01 reportFileName pic x(48).
            01 todayDate pic 9(8).
            01 todayNum pic 9(8).
            01 inVendor pic x(8).

            *> Vendors with NCRs still open, collected first so each
            *> vendor's rows print together - the file is keyed by
            *> NCR number.
            01 VendMax pic 9(3) value 100.
            01 vendCount pic 9(3) value 0.
            01 vendTableRecord.
                02 vendTable occurs 100 times.
                    03 vtCode pic x(8).
                    03 vtName pic x(25).
            01 vendI pic 9(3).
            01 matchIdx pic 9(3).
            01 vendorFull pic x value "N".

            *> Buckets by days since the NCR was opened: 0-30, 31-60,
            *> 61-90, over 90.
            01 bucketCounts.
                02 bkCount occurs 4 times pic 9(5).
            01 grandCounts.
                02 gtCount occurs 4 times pic 9(6).
            01 bkI pic 9.
            01 bucketIdx pic 9.
            01 ageDays pic s9(6).
            01 vendorTotal pic 9(6).
            01 openTotal pic 9(6) value 0.
            01 overdueCount pic 9(5) value 0.
            01 overdueFlag pic x(8).

            01 dispCols.
                02 dispCol occurs 4 times pic ZZ,ZZ9.
            01 dispAge pic ZZZ,ZZ9.
            01 dispValue pic ZZZ,ZZ9.

            local-storage section.
            01 NcrStat pic xx.
            01 RepStat pic xx.

        PROCEDURE DIVISION.
           *> Reset scan state: this program is CALLed repeatedly from
           *> menuDriver's loop within the same run unit, and these
           *> fields only initialize once via their VALUE clauses.
           move "n" to eof
           move 0 to vendCount
           move "N" to vendorFull
           move 0 to openTotal
           move 0 to overdueCount
           initialize vendTableRecord
           initialize grandCounts

           display "=== Open Non-Conformance Reports by Vendor ==="
           display "Vendor code (blank = all vendors): "
                   with no advancing
           accept inVendor

           open input NcrFile
               if NcrStat not = "00"
                   display "No Ncr.dat; no non-conformance reports "
                           "have been opened"
                   exit program
               end-if

           move function current-date(1:8) to todayDate
           compute todayNum = function integer-of-date(todayDate)
           string "data\NcrAging_" delimited by size
                  todayDate delimited by size
                  ".txt" delimited by size
                  into reportFileName
           end-string
           open output ReportFile
           call "openFileCheck" using RepStat

           move spaces to reportLine
           string "Open NCRs as of " todayDate
                  " (days since opened; OVERDUE = vendor response "
                  "past due)"
               delimited by size into reportLine
           end-string
           write reportLine
           move spaces to reportLine
           string "NCR   | Status     | Opened   |   0-30 |  31-60 |"
                  "  61-90 |    90+ | Resp due | Disp       | Item"
               delimited by size into reportLine
           end-string
           write reportLine

           perform collectVendors
           perform varying vendI from 1 by 1 until vendI > vendCount
               perform ageOneVendor
           end-perform
           if vendorFull = "Y"
               move spaces to reportLine
               string "(more than " VendMax " vendors with open NCRs; "
                      "narrow the run to one vendor)"
                   delimited by size into reportLine
               end-string
               write reportLine
           end-if

           perform writeGrandTotals

           close NcrFile
           close ReportFile

           display "------------------------------------------"
           display "Open NCRs aged: " openTotal
           display "Vendor responses overdue: " overdueCount
           display "Report written to " reportFileName
           call "registerSpool" using "NCRAGE      "
               reportFileName

       exit program.

       collectVendors.
           move 0 to ncr-id
           start NcrFile key is not less than ncr-id
               invalid key move "y" to eof
           end-start
           perform until eof = "y"
               read NcrFile next record
                   at end
                       move "y" to eof
                   not at end
                       if ncr-status not = "CLOSED"
                          and (inVendor = spaces
                               or ncr-vendorCode = inVendor)
                           perform findVendorSlot
                       end-if
               end-read
           end-perform.

       findVendorSlot.
           move 0 to matchIdx
           perform varying vendI from 1 by 1 until vendI > vendCount
               if vtCode(vendI) = ncr-vendorCode
                   move vendI to matchIdx
               end-if
           end-perform
           if matchIdx = 0
               if vendCount < VendMax
                   add 1 to vendCount
                   move ncr-vendorCode to vtCode(vendCount)
                   move ncr-vendorName to vtName(vendCount)
               else
                   move "Y" to vendorFull
               end-if
           end-if.

       ageOneVendor.
           initialize bucketCounts
           move spaces to reportLine
           string "Vendor " vtCode(vendI) " "
                  function trim(vtName(vendI))
               delimited by size into reportLine
           end-string
           write reportLine

           move "n" to ncrEof
           move 0 to ncr-id
           start NcrFile key is not less than ncr-id
               invalid key move "y" to ncrEof
           end-start
           perform until ncrEof = "y"
               read NcrFile next record
                   at end
                       move "y" to ncrEof
                   not at end
                       if ncr-vendorCode = vtCode(vendI)
                          and ncr-status not = "CLOSED"
                           perform ageOneNcr
                       end-if
               end-read
           end-perform

           move 0 to vendorTotal
           perform varying bkI from 1 by 1 until bkI > 4
               add bkCount(bkI) to vendorTotal
               add bkCount(bkI) to gtCount(bkI)
               move bkCount(bkI) to dispCol(bkI)
           end-perform
           move vendorTotal to dispValue
           move spaces to reportLine
           string "  Vendor total                |" dispCol(1)
                  " |" dispCol(2) " |" dispCol(3) " |" dispCol(4)
                  " | open " dispValue
               delimited by size into reportLine
           end-string
           write reportLine
           display vtCode(vendI) " " vtName(vendI) " open NCRs "
                   dispValue.

       *> A CAR past its due date with no answer is the line the
       *> auditors chase first.
       ageOneNcr.
           add 1 to openTotal
           compute ageDays =
               todayNum - function integer-of-date(ncr-openedDate)
           evaluate true
               when ageDays <= 30
                   move 1 to bucketIdx
               when ageDays <= 60
                   move 2 to bucketIdx
               when ageDays <= 90
                   move 3 to bucketIdx
               when other
                   move 4 to bucketIdx
           end-evaluate
           add 1 to bkCount(bucketIdx)

           move spaces to overdueFlag
           if ncr-status = "CAR-SENT" and ncr-responseDue < todayDate
               move "OVERDUE" to overdueFlag
               add 1 to overdueCount
           end-if

           perform varying bkI from 1 by 1 until bkI > 4
               move 0 to dispCol(bkI)
           end-perform
           move ageDays to dispAge
           move dispAge to dispCol(bucketIdx)
           move spaces to reportLine
           string ncr-id "| " ncr-status " | " ncr-openedDate " |"
                  dispCol(1) " |" dispCol(2) " |" dispCol(3) " |"
                  dispCol(4) " | " ncr-responseDue " | "
                  ncr-disposition " | "
                  function trim(ncr-itemName) " " overdueFlag
               delimited by size into reportLine
           end-string
           write reportLine.

       writeGrandTotals.
           move 0 to vendorTotal
           perform varying bkI from 1 by 1 until bkI > 4
               add gtCount(bkI) to vendorTotal
               move gtCount(bkI) to dispCol(bkI)
           end-perform
           move vendorTotal to dispValue
           move spaces to reportLine
           write reportLine
           move spaces to reportLine
           string "GRAND TOTAL                   |" dispCol(1)
                  " |" dispCol(2) " |" dispCol(3) " |" dispCol(4)
                  " | open " dispValue
               delimited by size into reportLine
           end-string
           write reportLine
           move overdueCount to dispValue
           move spaces to reportLine
           string "Vendor responses overdue: " dispValue
               delimited by size into reportLine
           end-string
           write reportLine.
