      $set sourceformat"free"
        IDENTIFICATION DIVISION.
        PROGRAM-ID. creditAgingReport.

       environment division.
           input-output section.
             file-control.
                  copy "OpenCredits".

                  *> Credit received but not yet tied to a return.
                  copy "CreditMemos".

                  *> Dated aging listing, same technique as
                  *> apAgingReport.cbl's ReportFile.
                  select ReportFile
                      assign to reportFileName
                      organization is line sequential
                      file status is RepStat.

        DATA DIVISION.
           file section.
               copy "OpenCredits-rec".

               copy "CreditMemos-rec".

               FD ReportFile.
               01 reportLine pic x(132).

            WORKING-STORAGE SECTION.
            01 eof pic x value "n".
            01 ocEof pic x.

            01 reportFileName pic x(48).
            01 todayDate pic 9(8).
            01 todayNum pic 9(8).
            01 inVendor pic x(8).

            *> Vendors owing credit, collected first so each vendor's
            *> rows print together - the file is keyed by credit ref.
            01 VendMax pic 9(3) value 100.
            01 vendCount pic 9(3) value 0.
            01 vendTableRecord.
                02 vendTable occurs 100 times.
                    03 vtCode pic x(8).
                    03 vtName pic x(25).
            01 vendI pic 9(3).
            01 matchIdx pic 9(3).
            01 vendorFull pic x value "N".

            *> Buckets by days since the goods went back: 0-30,
            *> 31-60, 61-90, over 90.
            01 bucketTotals.
                02 bkAmount occurs 4 times pic 9(10)v99.
            01 grandTotals.
                02 gtAmount occurs 4 times pic 9(11)v99.
            01 bkI pic 9.
            01 bucketIdx pic 9.
            01 ageDays pic s9(6).
            01 balanceDue pic s9(9)v99.
            01 vendorTotal pic 9(11)v99.
            01 openTotal pic 9(11)v99 value 0.
            01 unmatchedTotal pic 9(11)v99 value 0.
            01 unmatchedCount pic 9(5) value 0.
            01 lineCount pic 9(5) value 0.

            01 dispCols.
                02 dispCol occurs 4 times pic ZZZ,ZZ9.99.
            01 dispValue pic ZZ,ZZZ,ZZ9.99.
            01 dispTotal pic ZZZ,ZZZ,ZZ9.99.

            local-storage section.
            01 OcStat pic xx.
            01 CmStat pic xx.
            01 RepStat pic xx.

        PROCEDURE DIVISION.
           *> Reset scan state: this program is CALLed repeatedly from
           *> menuDriver's loop within the same run unit, and these
           *> fields only initialize once via their VALUE clauses.
           move "n" to eof
           move 0 to vendCount
           move "N" to vendorFull
           move 0 to openTotal
           move 0 to unmatchedTotal
           move 0 to unmatchedCount
           move 0 to lineCount
           initialize vendTableRecord
           initialize grandTotals

           display "=== Unrecovered Vendor Credits by Vendor ==="
           display "Vendor code (blank = all vendors): "
                   with no advancing
           accept inVendor

           open input OpenCredits
               if OcStat not = "00"
                   display "No OpenCredits.dat; no returns or claims "
                           "awaiting credit"
                   exit program
               end-if

           move function current-date(1:8) to todayDate
           compute todayNum = function integer-of-date(todayDate)
           string "data\CreditAging_" delimited by size
                  todayDate delimited by size
                  ".txt" delimited by size
                  into reportFileName
           end-string
           open output ReportFile
           call "openFileCheck" using RepStat

           move spaces to reportLine
           string "Unrecovered vendor credits as of " todayDate
                  " (days since the goods went back)"
               delimited by size into reportLine
           end-string
           write reportLine
           move spaces to reportLine
           string "Ref   |Src| Source ref       | Raised   |"
                  "       0-30 |      31-60 |      61-90 |"
                  "        90+ | Item"
               delimited by size into reportLine
           end-string
           write reportLine

           perform collectVendors
           perform varying vendI from 1 by 1 until vendI > vendCount
               perform ageOneVendor
           end-perform
           if vendorFull = "Y"
               move spaces to reportLine
               string "(more than " VendMax " vendors owing credit; "
                      "narrow the run to one vendor)"
                   delimited by size into reportLine
               end-string
               write reportLine
           end-if

           perform writeGrandTotals
           perform sumUnmatchedMemos

           close OpenCredits
           close ReportFile

           display "------------------------------------------"
           display "Open credits aged: " lineCount
           move openTotal to dispTotal
           display "Credit still owed: " dispTotal
           move unmatchedTotal to dispTotal
           display "Memo lines unmatched: " unmatchedCount
                   "  value " dispTotal
           display "Report written to " reportFileName
           call "registerSpool" using "CREDITAGE   "
               reportFileName

       exit program.

       collectVendors.
           move 0 to oc-id
           start OpenCredits key is not less than oc-id
               invalid key move "y" to eof
           end-start
           perform until eof = "y"
               read OpenCredits next record
                   at end
                       move "y" to eof
                   not at end
                       if oc-status = "OPEN"
                          and (inVendor = spaces
                               or oc-vendorCode = inVendor)
                           perform findVendorSlot
                       end-if
               end-read
           end-perform.

       findVendorSlot.
           move 0 to matchIdx
           perform varying vendI from 1 by 1 until vendI > vendCount
               if vtCode(vendI) = oc-vendorCode
                   move vendI to matchIdx
               end-if
           end-perform
           if matchIdx = 0
               if vendCount < VendMax
                   add 1 to vendCount
                   move oc-vendorCode to vtCode(vendCount)
                   move oc-vendorName to vtName(vendCount)
               else
                   move "Y" to vendorFull
               end-if
           end-if.

       ageOneVendor.
           initialize bucketTotals
           move spaces to reportLine
           string "Vendor " vtCode(vendI) " "
                  function trim(vtName(vendI))
               delimited by size into reportLine
           end-string
           write reportLine

           move "n" to ocEof
           move 0 to oc-id
           start OpenCredits key is not less than oc-id
               invalid key move "y" to ocEof
           end-start
           perform until ocEof = "y"
               read OpenCredits next record
                   at end
                       move "y" to ocEof
                   not at end
                       if oc-vendorCode = vtCode(vendI)
                          and oc-status = "OPEN"
                           perform ageOneCredit
                       end-if
               end-read
           end-perform

           move 0 to vendorTotal
           perform varying bkI from 1 by 1 until bkI > 4
               add bkAmount(bkI) to vendorTotal
               add bkAmount(bkI) to gtAmount(bkI)
               move bkAmount(bkI) to dispCol(bkI)
           end-perform
           move vendorTotal to dispValue
           move spaces to reportLine
           string "  Vendor total                     |" dispCol(1)
                  " |" dispCol(2) " |" dispCol(3) " |" dispCol(4)
                  " | owed " dispValue
               delimited by size into reportLine
           end-string
           write reportLine
           display vtCode(vendI) " " vtName(vendI) " owes "
                   dispValue.

       *> Only the balance still owed is aged; part-credited rows
       *> show what the vendor has yet to send.
       ageOneCredit.
           compute balanceDue = oc-expectedCredit - oc-creditedAmount
           if balanceDue <= 0
               exit paragraph
           end-if
           add 1 to lineCount
           add balanceDue to openTotal
           compute ageDays =
               todayNum - function integer-of-date(oc-dateRaised)
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
           add balanceDue to bkAmount(bucketIdx)

           perform varying bkI from 1 by 1 until bkI > 4
               move 0 to dispCol(bkI)
           end-perform
           move balanceDue to dispCol(bucketIdx)
           move spaces to reportLine
           string oc-id "|" oc-sourceType "| " oc-sourceRef " | "
                  oc-dateRaised " |" dispCol(1) " |" dispCol(2) " |"
                  dispCol(3) " |" dispCol(4) " | "
                  function trim(oc-itemName) " x " oc-qty
               delimited by size into reportLine
           end-string
           write reportLine.

       writeGrandTotals.
           move 0 to vendorTotal
           perform varying bkI from 1 by 1 until bkI > 4
               add gtAmount(bkI) to vendorTotal
               move gtAmount(bkI) to dispCol(bkI)
           end-perform
           move vendorTotal to dispValue
           move spaces to reportLine
           write reportLine
           move spaces to reportLine
           string "GRAND TOTAL                        |" dispCol(1)
                  " |" dispCol(2) " |" dispCol(3) " |" dispCol(4)
                  " | owed " dispValue
               delimited by size into reportLine
           end-string
           write reportLine.

       *> Credit the vendor sent without a ref we could match: it
       *> may settle some of the above once somebody ties it up in
       *> vendorCredits.cbl.
       sumUnmatchedMemos.
           open input CreditMemos
           if CmStat not = "00"
               exit paragraph
           end-if
           move "n" to eof
           perform until eof = "y"
               read CreditMemos next record
                   at end
                       move "y" to eof
                   not at end
                       if cm-status = "UNMATCHED"
                          and (inVendor = spaces
                               or cm-vendorCode = inVendor)
                           add 1 to unmatchedCount
                           add cm-amount to unmatchedTotal
                           move cm-amount to dispValue
                           move spaces to reportLine
                           string "Unmatched memo "
                                  cm-memoNo "/" cm-line " "
                                  cm-vendorCode " " cm-memoDate " "
                                  dispValue " " cm-note
                               delimited by size into reportLine
                           end-string
                           write reportLine
                       end-if
               end-read
           end-perform
           close CreditMemos
           move unmatchedTotal to dispTotal
           move spaces to reportLine
           string "Unmatched memo lines: " unmatchedCount
                  "  value " dispTotal
               delimited by size into reportLine
           end-string
           write reportLine.
