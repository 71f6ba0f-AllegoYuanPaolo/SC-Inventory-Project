      $set sourceformat"free"
        IDENTIFICATION DIVISION.
        PROGRAM-ID. apPaymentRun.

       environment division.
           input-output section.
             file-control.
                  copy "VendorInvoices".

                  *> Vendor names for the register; terms were fixed
                  *> onto each line at invoice entry.
                  copy "VendorMaster".

                  *> Dated payment register for finance, same
                  *> technique as rniAccrual.cbl's ReportFile.
                  select ReportFile
                      assign to reportFileName
                      organization is line sequential
                      file status is RepStat.

                  *> Fixed-layout payment file the bank / AP system
                  *> picks up, record-typed and trailed the way the
                  *> GL journal file is.
                  select PayFile
                      assign to payFileName
                      organization is line sequential
                      file status is PayStat.

        DATA DIVISION.
           file section.
               copy "VendorInvoices-rec".

               copy "VendorMaster-rec".

               FD ReportFile.
               01 reportLine pic x(120).

               FD PayFile.
               *> Payment: "P" + vendor x(8) + check x(10) + pay date
               *> 9(8) + currency x(3) + net amount 9(9)v99 zoned +
               *> vendor name x(25). Remittance: "R" + check x(10) +
               *> invoice x(12) + line 9(2) + currency x(3) + gross
               *> 9(8)v99 + discount 9(8)v99 + net 9(8)v99. Currency
               *> is the invoice's (spaces = home) and the amounts are
               *> in it. Each payment is followed by the remittance
               *> lines it settles. Trailer, one per currency paid:
               *> "T" + currency x(3) + payment count 9(6) + hash total
               *> of that currency's net amounts 9(13)v99.
               01 payLine pic x(80).

            WORKING-STORAGE SECTION.
            01 eof pic x value "n".

            01 runOperator pic x(10).
            01 authorized pic x.
            *> Releasing money is finance's call; ADMIN qualifies via
            *> authCheck as always.
            01 FinanceRole pic x(10) value "FINANCE".

            01 runDate pic 9(8).
            01 runPeriod pic 9(6).
            01 periodOpen pic x.
            01 payThrough pic 9(8).
            01 firstCheck pic 9(8).
            01 nextCheck pic 9(8).
            01 confirmChoice pic x.

            *> Vendors with at least one payable line, collected on a
            *> first pass so each gets one check covering all of its
            *> lines - same collect-then-process shape approvePOs.cbl
            *> uses for draft POs. A vendor billing in more than one
            *> currency gets a check per currency.
            01 VendMax pic 9(2) value 50.
            01 vendCount pic 9(2) value 0.
            01 vendTableRecord.
                02 vendTable occurs 50 times.
                    03 vtCode pic x(8).
                    03 vtCurrency pic x(3).
                    03 vtLines pic 9(4).
                    03 vtGross pic 9(9)v99.
                    03 vtDiscount pic 9(9)v99.
                    03 vtCheckNo pic x(10).
            01 vendI pic 9(2).
            01 matchIdx pic 9(2).
            01 vendorFull pic x value "N".

            01 payable pic x.
            01 lineGross pic 9(8)v99.
            01 lineDiscount pic 9(8)v99.
            01 lineNet pic 9(8)v99.
            01 checkNet pic 9(9)v99.
            *> Run totals are in home currency, each foreign line
            *> converted at the rate its invoice was entered at.
            01 homeGross pic 9(9)v99.
            01 homeDiscount pic 9(9)v99.
            01 homeNet pic 9(9)v99.
            01 runGross pic 9(11)v99 value 0.
            01 runDiscount pic 9(11)v99 value 0.
            01 runNet pic 9(11)v99 value 0.
            01 paidLines pic 9(4) value 0.
            01 checkCount pic 9(6) value 0.
            *> Checks and net paid per currency, for the trailers and
            *> the register's closing lines; sized to the vendor table
            *> so every check finds a slot.
            01 CurrMax pic 9(2) value 50.
            01 currCount pic 9(2) value 0.
            01 currTableRecord.
                02 currTable occurs 50 times.
                    03 ctCode pic x(3).
                    03 ctChecks pic 9(6).
                    03 ctNet pic 9(13)v99.
            01 currI pic 9(2).
            01 currIdx pic 9(2).
            01 dispCurr pic x(4).
            01 lookupName pic x(25).

            01 payRecord.
                02 pr-recType pic x value "P".
                02 pr-vendorCode pic x(8).
                02 pr-checkNo pic x(10).
                02 pr-payDate pic 9(8).
                02 pr-currency pic x(3).
                02 pr-amount pic 9(9)v99.
                02 pr-vendorName pic x(25).
            01 remitRecord.
                02 rr-recType pic x value "R".
                02 rr-checkNo pic x(10).
                02 rr-invoiceNo pic x(12).
                02 rr-line pic 9(2).
                02 rr-currency pic x(3).
                02 rr-gross pic 9(8)v99.
                02 rr-discount pic 9(8)v99.
                02 rr-net pic 9(8)v99.
            *> A check's remittance lines, held until its payment
            *> record - whose amount is their total - has gone out
            *> ahead of them.
            01 RemitMax pic 9(3) value 500.
            01 remitCount pic 9(3).
            01 remitTable.
                02 remitHeld occurs 500 times pic x(58).
            01 remitI pic 9(3).
            01 remitFull pic x value "N".
            01 trailerRecord.
                02 tr-recType pic x value "T".
                02 tr-currency pic x(3).
                02 tr-count pic 9(6).
                02 tr-hashTotal pic 9(13)v99.

            01 reportFileName pic x(48).
            01 payFileName pic x(48).
            01 dispGross pic Z,ZZZ,ZZ9.99.
            01 dispDisc pic Z,ZZZ,ZZ9.99.
            01 dispNet pic Z,ZZZ,ZZ9.99.
            01 dispTotal pic ZZZ,ZZZ,ZZ9.99.

            *> Validated-input work fields (getNumeric/getValidDate).
            01 numIn pic 9(8).
            01 numCancel pic x.
            01 noZeroDate pic x value "N".

            local-storage section.
            01 ViStat pic xx.
            01 vendStat pic xx.
            01 RepStat pic xx.
            01 PayStat pic xx.

        linkage section.
        *> Menu-driven sessions pass the logged-in operator so
        *> this program stops trusting a re-typed ID; called
        *> standalone it still prompts.
        01 sessionOperator pic x(10).

        PROCEDURE DIVISION using optional sessionOperator.
           *> Reset scan state: this program is CALLed repeatedly from
           *> menuDriver's loop within the same run unit, and these
           *> fields only initialize once via their VALUE clauses.
           move "n" to eof
           move 0 to vendCount
           move "N" to vendorFull
           move "N" to remitFull
           move 0 to runGross
           move 0 to runDiscount
           move 0 to runNet
           move 0 to paidLines
           move 0 to checkCount
           move 0 to currCount
           initialize vendTableRecord
           initialize currTableRecord

           display "=== Accounts-Payable Payment Run ==="
           if sessionOperator is omitted
               display "Operator ID: " with no advancing
               accept runOperator
           else
               move sessionOperator to runOperator
           end-if
           call "authCheck" using runOperator authorized
                   FinanceRole
           if authorized not = "Y"
               display "Not authorized to run vendor payments"
               exit program
           end-if

           *> Payments post in the month they are made; a closed
           *> month refuses them the way glExport refuses a
           *> re-export.
           move function current-date(1:8) to runDate
           move runDate(1:6) to runPeriod
           call "checkPeriod" using runPeriod periodOpen
           if periodOpen not = "Y"
               display "Period " runPeriod " is CLOSED; no payments "
                       "can be dated into it"
               exit program
           end-if

           display "Pay lines due on or before (YYYYMMDD): "
                   with no advancing
           call "getValidDate" using payThrough numCancel noZeroDate
           if numCancel = "Y"
               exit program
           end-if
           display "First check / remittance number: "
                   with no advancing
           call "getNumeric" using numIn numCancel
           if numCancel = "Y" or numIn = 0
               display "Payment run cancelled"
               exit program
           end-if
           move numIn to firstCheck

           open i-o VendorInvoices
               if ViStat not = "00"
                   display "No VendorInvoices.dat; nothing to pay"
                   exit program
               end-if

           perform collectPayables
           if vendCount = 0
               display "No matched lines due or in their discount "
                       "window"
               close VendorInvoices
               exit program
           end-if

           perform showProposal
           display "Post these payments and mark the lines PAID? "
                   "[y/n]: " with no advancing
           accept confirmChoice
           if confirmChoice not = "y" and confirmChoice not = "Y"
               display "Payment run abandoned; nothing changed"
               close VendorInvoices
               exit program
           end-if

           perform openOutputs
           perform payVendors
           perform closeOutputs
           close VendorInvoices

           display "------------------------------------------"
           display "Checks written: " checkCount
                   "  lines paid: " paidLines
           perform varying currI from 1 by 1 until currI > currCount
               perform setDispCurr
               move ctNet(currI) to dispTotal
               display "Paid in " dispCurr ": " dispTotal
                       " on " ctChecks(currI) " check(s)"
           end-perform
           move runNet to dispTotal
           display "Total paid (home currency): " dispTotal
           if remitFull = "Y"
               display "(a vendor had more than " RemitMax " lines "
                       "payable; the rest wait for the next run)"
           end-if
           display "Register written to " reportFileName
           display "Payment file written to " payFileName
           call "registerSpool" using "APPAYREG    "
               reportFileName
           call "registerSpool" using "APPAYFILE   "
               payFileName

       exit program.

       *> A MATCHED line is payable when it is due by the pay-through
       *> date, or when its early-pay discount is still open today -
       *> paying those now is cheaper than waiting for the due date.
       collectPayables.
           move low-values to vi-invoiceNo
           move 0 to vi-line
           start VendorInvoices key is not less than viKey
               invalid key move "y" to eof
           end-start
           perform until eof = "y"
               read VendorInvoices next record
                   at end
                       move "y" to eof
                   not at end
                       perform testPayable
                       if payable = "Y"
                           perform findVendorSlot
                           if matchIdx not = 0
                               add 1 to vtLines(matchIdx)
                               add lineGross to vtGross(matchIdx)
                               add lineDiscount
                                   to vtDiscount(matchIdx)
                           end-if
                       end-if
               end-read
           end-perform
           if vendorFull = "Y"
               display "(more than " VendMax " vendors payable; the "
                       "rest wait for the next run)"
           end-if.

       testPayable.
           move "N" to payable
           if vi-status not = "MATCHED"
               exit paragraph
           end-if
           compute lineGross = vi-qty * vi-unitPrice
           move 0 to lineDiscount
           if vi-discDate not = 0 and vi-discDate >= runDate
               compute lineDiscount rounded =
                   lineGross * vi-discPct / 100
           end-if
           if vi-dueDate <= payThrough or lineDiscount > 0
               move "Y" to payable
           end-if.

       findVendorSlot.
           move 0 to matchIdx
           perform varying vendI from 1 by 1 until vendI > vendCount
               if vtCode(vendI) = vi-vendorCode
                  and vtCurrency(vendI) = vi-currency
                   move vendI to matchIdx
               end-if
           end-perform
           if matchIdx = 0
               if vendCount < VendMax
                   add 1 to vendCount
                   move vi-vendorCode to vtCode(vendCount)
                   move vi-currency to vtCurrency(vendCount)
                   move 0 to vtLines(vendCount)
                   move 0 to vtGross(vendCount)
                   move 0 to vtDiscount(vendCount)
                   move vendCount to matchIdx
               else
                   move "Y" to vendorFull
               end-if
           end-if.

       showProposal.
           display spaces
           display "Vendor   |Cur| Lines |        Gross |     Discount "
                   "|          Net"
           perform varying vendI from 1 by 1 until vendI > vendCount
               move vtGross(vendI) to dispGross
               move vtDiscount(vendI) to dispDisc
               compute checkNet = vtGross(vendI) - vtDiscount(vendI)
               move checkNet to dispNet
               display vtCode(vendI) " |" vtCurrency(vendI) "| "
                       vtLines(vendI) "  | "
                       dispGross " | " dispDisc " | " dispNet
           end-perform.

       openOutputs.
           string "data\APPayRegister_" delimited by size
                  runDate delimited by size
                  ".txt" delimited by size
                  into reportFileName
           end-string
           string "data\APPayments_" delimited by size
                  runDate delimited by size
                  ".txt" delimited by size
                  into payFileName
           end-string
           open output ReportFile
           call "openFileCheck" using RepStat
           open output PayFile
           call "openFileCheck" using PayStat

           open input VendorMaster

           move spaces to reportLine
           string "AP payment register - run " runDate
                  " by " runOperator
                  " - lines due through " payThrough
               delimited by size into reportLine
           end-string
           write reportLine
           move spaces to reportLine
           string "Check     | Vendor   | Invoice     /Ln|Cur|"
                  "        Gross |     Discount |          Net"
               delimited by size into reportLine
           end-string
           write reportLine.

       *> One check per vendor, numbered on from the operator's
       *> first number; each line it covers is stamped PAID.
       payVendors.
           move firstCheck to nextCheck
           perform varying vendI from 1 by 1 until vendI > vendCount
               move spaces to vtCheckNo(vendI)
               move nextCheck to vtCheckNo(vendI)
               add 1 to nextCheck
               perform payOneVendor
           end-perform

           perform varying currI from 1 by 1 until currI > currCount
               perform setDispCurr
               move ctNet(currI) to dispTotal
               move spaces to reportLine
               string "PAID IN " dispCurr " " ctChecks(currI)
                      " check(s), net " dispTotal
                   delimited by size into reportLine
               end-string
               write reportLine
           end-perform

           move runGross to dispGross
           move runDiscount to dispDisc
           move runNet to dispNet
           move spaces to reportLine
           string "RUN TOTAL (HOME)                           | "
                  dispGross " | " dispDisc " | " dispNet
               delimited by size into reportLine
           end-string
           write reportLine.

       *> Spaces on an invoice line mean home currency.
       setDispCurr.
           if ctCode(currI) = spaces
               move "HOME" to dispCurr
           else
               move ctCode(currI) to dispCurr
           end-if.

       payOneVendor.
           move 0 to checkNet
           move 0 to remitCount
           move "n" to eof
           move low-values to vi-invoiceNo
           move 0 to vi-line
           start VendorInvoices key is not less than viKey
               invalid key move "y" to eof
           end-start
           perform until eof = "y"
               read VendorInvoices next record
                   at end
                       move "y" to eof
                   not at end
                       if vi-vendorCode = vtCode(vendI)
                          and vi-currency = vtCurrency(vendI)
                           perform testPayable
                           if payable = "Y"
                               if remitCount < RemitMax
                                   perform payOneLine
                               else
                                   move "Y" to remitFull
                               end-if
                           end-if
                       end-if
               end-read
           end-perform

           perform lookupVendorName
           move "P" to pr-recType
           move vtCode(vendI) to pr-vendorCode
           move vtCheckNo(vendI) to pr-checkNo
           move runDate to pr-payDate
           move vtCurrency(vendI) to pr-currency
           move checkNet to pr-amount
           move lookupName to pr-vendorName
           move payRecord to payLine
           write payLine
           add 1 to checkCount
           perform findCurrSlot
           if currIdx not = 0
               add 1 to ctChecks(currIdx)
               add checkNet to ctNet(currIdx)
           end-if
           perform varying remitI from 1 by 1 until remitI > remitCount
               move remitHeld(remitI) to payLine
               write payLine
           end-perform

           move checkNet to dispNet
           move spaces to reportLine
           string "  Check " vtCheckNo(vendI) " to "
                  function trim(lookupName) " (" vtCode(vendI)
                  "): " vtCurrency(vendI) dispNet
               delimited by size into reportLine
           end-string
           write reportLine
           display function trim(reportLine).

       findCurrSlot.
           move 0 to currIdx
           perform varying currI from 1 by 1 until currI > currCount
               if ctCode(currI) = vtCurrency(vendI)
                   move currI to currIdx
               end-if
           end-perform
           if currIdx = 0 and currCount < CurrMax
               add 1 to currCount
               move vtCurrency(vendI) to ctCode(currCount)
               move 0 to ctChecks(currCount)
               move 0 to ctNet(currCount)
               move currCount to currIdx
           end-if.

       payOneLine.
           compute lineNet = lineGross - lineDiscount
           move "PAID" to vi-status
           move runDate to vi-payDate
           move vtCheckNo(vendI) to vi-checkNo
           move lineNet to vi-paidAmount
           move runOperator to vi-operatorID
           rewrite VendorInvoiceRec
               invalid key
                   display "Could not mark " vi-invoiceNo "/" vi-line
                           " PAID"
                   exit paragraph
           end-rewrite

           add lineNet to checkNet
           if vi-currency = spaces
               move lineGross to homeGross
               move lineDiscount to homeDiscount
           else
               compute homeGross rounded = lineGross * vi-exchRate
               compute homeDiscount rounded =
                   lineDiscount * vi-exchRate
           end-if
           compute homeNet = homeGross - homeDiscount
           add homeGross to runGross
           add homeDiscount to runDiscount
           add homeNet to runNet
           add 1 to paidLines

           move "R" to rr-recType
           move vtCheckNo(vendI) to rr-checkNo
           move vi-invoiceNo to rr-invoiceNo
           move vi-line to rr-line
           move vi-currency to rr-currency
           move lineGross to rr-gross
           move lineDiscount to rr-discount
           move lineNet to rr-net
           add 1 to remitCount
           move remitRecord to remitHeld(remitCount)

           move lineGross to dispGross
           move lineDiscount to dispDisc
           move lineNet to dispNet
           move spaces to reportLine
           string vtCheckNo(vendI) "| " vtCode(vendI) " | "
                  vi-invoiceNo "/" vi-line "|" vi-currency "| "
                  dispGross " | " dispDisc " | " dispNet
               delimited by size into reportLine
           end-string
           write reportLine.

       lookupVendorName.
           move "(not on vendor master)" to lookupName
           if vendStat not = "00"
               exit paragraph
           end-if
           move vtCode(vendI) to vendorCode
           read VendorMaster key is vendorCode
               invalid key
                   continue
               not invalid key
                   move vendorName to lookupName
           end-read.

       closeOutputs.
           perform varying currI from 1 by 1 until currI > currCount
               move "T" to tr-recType
               move ctCode(currI) to tr-currency
               move ctChecks(currI) to tr-count
               move ctNet(currI) to tr-hashTotal
               move trailerRecord to payLine
               write payLine
           end-perform
           close PayFile
           close ReportFile
           if vendStat = "00"
               close VendorMaster
           end-if.
