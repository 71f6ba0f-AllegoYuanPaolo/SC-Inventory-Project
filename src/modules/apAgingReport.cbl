      $set sourceformat"free"
        IDENTIFICATION DIVISION.
        PROGRAM-ID. apAgingReport.

       environment division.
           input-output section.
             file-control.
                  copy "VendorInvoices".

                  copy "VendorMaster".

                  *> Received-not-invoiced side of what we owe, valued
                  *> the way rniAccrual.cbl values it.
                  copy "PurchOrders".

                  copy "Inventory.cpy".

                  *> Dated aging listing, same technique as
                  *> rniAccrual.cbl's ReportFile.
                  select ReportFile
                      assign to reportFileName
                      organization is line sequential
                      file status is RepStat.

        DATA DIVISION.
           file section.
               copy "VendorInvoices-rec".

               copy "VendorMaster-rec".

               copy "PurchOrders-rec".

               copy "Inventory-rec.cpy".

               FD ReportFile.
               01 reportLine pic x(132).

            WORKING-STORAGE SECTION.
            01 eof pic x value "n".
            01 viEof pic x.

            01 reportFileName pic x(48).
            01 todayDate pic 9(8).
            01 todayNum pic 9(8).
            01 inVendor pic x(8).

            *> Vendors with open lines, collected first so each
            *> vendor's lines print together - the invoice file is
            *> keyed by invoice number, not vendor.
            01 VendMax pic 9(3) value 100.
            01 vendCount pic 9(3) value 0.
            01 vendTableRecord.
                02 vendTable occurs 100 times.
                    03 vtCode pic x(8).
            01 vendI pic 9(3).
            01 matchIdx pic 9(3).
            01 vendorFull pic x value "N".

            *> Buckets by days past the due date: current (not yet
            *> due), 1-30, 31-60, 61-90, over 90; held lines sit in
            *> their own column whatever their age - the buyer, not
            *> the calendar, is what they are waiting on.
            01 bucketTotals.
                02 bkAmount occurs 6 times pic 9(10)v99.
            01 grandTotals.
                02 gtAmount occurs 6 times pic 9(11)v99.
            01 bkI pic 9.
            01 bucketIdx pic 9.
            01 HoldBucket pic 9 value 6.
            01 ageDays pic s9(6).
            01 ageFrom pic 9(8).
            01 lineValue pic 9(9)v99.
            01 vendorTotal pic 9(11)v99.
            01 openInvoiced pic 9(11)v99 value 0.
            01 heldTotal pic 9(11)v99 value 0.
            01 lineCount pic 9(5) value 0.
            01 lookupName pic x(25).

            *> Received-not-invoiced recompute (rniAccrual.cbl).
            01 invoicedQty pic 9(6).
            01 rniQty pic s9(6).
            01 accrualPrice pic 9(6)v99.
            01 rniTotal pic 9(11)v99 value 0.
            01 owedTotal pic 9(11)v99 value 0.
            01 poUsable pic x value "N".

            01 dispCols.
                02 dispCol occurs 6 times pic ZZZ,ZZ9.99.
            01 dispValue pic ZZ,ZZZ,ZZ9.99.
            01 dispTotal pic ZZZ,ZZZ,ZZ9.99.

            local-storage section.
            01 ViStat pic xx.
            01 vendStat pic xx.
            01 PoStat pic xx.
            01 InvStat pic xx.
            01 RepStat pic xx.

        PROCEDURE DIVISION.
           *> Reset scan state: this program is CALLed repeatedly from
           *> menuDriver's loop within the same run unit, and these
           *> fields only initialize once via their VALUE clauses.
           move "n" to eof
           move 0 to vendCount
           move "N" to vendorFull
           move 0 to openInvoiced
           move 0 to heldTotal
           move 0 to rniTotal
           move 0 to lineCount
           initialize vendTableRecord
           initialize grandTotals

           display "=== Accounts-Payable Aging by Vendor ==="
           display "Vendor code (blank = all vendors): "
                   with no advancing
           accept inVendor

           open input VendorInvoices
               if ViStat not = "00"
                   display "No VendorInvoices.dat; nothing owed"
                   exit program
               end-if

           open input VendorMaster

           move function current-date(1:8) to todayDate
           compute todayNum = function integer-of-date(todayDate)
           string "data\APAging_" delimited by size
                  todayDate delimited by size
                  ".txt" delimited by size
                  into reportFileName
           end-string
           open output ReportFile
           call "openFileCheck" using RepStat

           move spaces to reportLine
           string "Accounts-payable aging as of " todayDate
                  " (days past due date)"
               delimited by size into reportLine
           end-string
           write reportLine
           move spaces to reportLine
           string "Invoice     /Ln| Due      |    Current |"
                  "       1-30 |      31-60 |      61-90 |"
                  "        90+ |       HOLD | Hold reason"
               delimited by size into reportLine
           end-string
           write reportLine

           perform collectVendors
           perform varying vendI from 1 by 1 until vendI > vendCount
               perform ageOneVendor
           end-perform
           if vendorFull = "Y"
               move spaces to reportLine
               string "(more than " VendMax " vendors with open "
                      "lines; narrow the run to one vendor)"
                   delimited by size into reportLine
               end-string
               write reportLine
           end-if

           perform writeGrandTotals

           *> The tie-out only means something across every vendor.
           if inVendor = spaces
               perform sumReceivedNotInvoiced
               perform writeTieOut
           end-if

           close VendorInvoices
           if vendStat = "00"
               close VendorMaster
           end-if
           close ReportFile

           display "------------------------------------------"
           display "Open lines aged: " lineCount
           move openInvoiced to dispTotal
           display "Open invoiced (matched + held): " dispTotal
           display "Report written to " reportFileName
           call "registerSpool" using "APAGING     "
               reportFileName

       exit program.

       *> Open means owed: MATCHED not yet paid, or HOLD still
       *> waiting on the buyer. PAID and REJECTED lines are done.
       collectVendors.
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
                       if (vi-status = "MATCHED"
                           or vi-status = "HOLD")
                          and (inVendor = spaces
                               or vi-vendorCode = inVendor)
                           perform findVendorSlot
                       end-if
               end-read
           end-perform.

       findVendorSlot.
           move 0 to matchIdx
           perform varying vendI from 1 by 1 until vendI > vendCount
               if vtCode(vendI) = vi-vendorCode
                   move vendI to matchIdx
               end-if
           end-perform
           if matchIdx = 0
               if vendCount < VendMax
                   add 1 to vendCount
                   move vi-vendorCode to vtCode(vendCount)
               else
                   move "Y" to vendorFull
               end-if
           end-if.

       ageOneVendor.
           initialize bucketTotals
           perform lookupVendorName
           move spaces to reportLine
           string "Vendor " vtCode(vendI) " "
                  function trim(lookupName)
               delimited by size into reportLine
           end-string
           write reportLine

           move "n" to viEof
           move low-values to vi-invoiceNo
           move 0 to vi-line
           start VendorInvoices key is not less than viKey
               invalid key move "y" to viEof
           end-start
           perform until viEof = "y"
               read VendorInvoices next record
                   at end
                       move "y" to viEof
                   not at end
                       if vi-vendorCode = vtCode(vendI)
                          and (vi-status = "MATCHED"
                               or vi-status = "HOLD")
                           perform ageOneLine
                       end-if
               end-read
           end-perform

           move 0 to vendorTotal
           perform varying bkI from 1 by 1 until bkI > 6
               add bkAmount(bkI) to vendorTotal
               add bkAmount(bkI) to gtAmount(bkI)
               move bkAmount(bkI) to dispCol(bkI)
           end-perform
           move vendorTotal to dispValue
           move spaces to reportLine
           string "  Vendor total           |" dispCol(1) " |"
                  dispCol(2) " |" dispCol(3) " |" dispCol(4) " |"
                  dispCol(5) " |" dispCol(6) " | owed " dispValue
               delimited by size into reportLine
           end-string
           write reportLine
           display vtCode(vendI) " " lookupName " owed " dispValue.

       ageOneLine.
           compute lineValue = vi-qty * vi-unitPrice
           *> Foreign-currency bills age at their home value.
           if vi-currency not = spaces
               move vi-invoiceHome to lineValue
           end-if
           add 1 to lineCount
           add lineValue to openInvoiced

           if vi-status = "HOLD"
               move HoldBucket to bucketIdx
               add lineValue to heldTotal
           else
               *> Lines keyed before terms existed carry no due
               *> date; they age from the invoice date instead.
               move vi-dueDate to ageFrom
               if ageFrom = 0
                   move vi-invoiceDate to ageFrom
               end-if
               compute ageDays =
                   todayNum - function integer-of-date(ageFrom)
               evaluate true
                   when ageDays <= 0
                       move 1 to bucketIdx
                   when ageDays <= 30
                       move 2 to bucketIdx
                   when ageDays <= 60
                       move 3 to bucketIdx
                   when ageDays <= 90
                       move 4 to bucketIdx
                   when other
                       move 5 to bucketIdx
               end-evaluate
           end-if
           add lineValue to bkAmount(bucketIdx)

           perform varying bkI from 1 by 1 until bkI > 6
               move 0 to dispCol(bkI)
           end-perform
           move lineValue to dispCol(bucketIdx)
           move spaces to reportLine
           if vi-status = "HOLD"
               string vi-invoiceNo "/" vi-line "| " vi-dueDate " |"
                      dispCol(1) " |" dispCol(2) " |" dispCol(3)
                      " |" dispCol(4) " |" dispCol(5) " |"
                      dispCol(6) " | " vi-holdReason
                   delimited by size into reportLine
               end-string
           else
               string vi-invoiceNo "/" vi-line "| " vi-dueDate " |"
                      dispCol(1) " |" dispCol(2) " |" dispCol(3)
                      " |" dispCol(4) " |" dispCol(5) " |"
                      dispCol(6) " |"
                   delimited by size into reportLine
               end-string
           end-if
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

       writeGrandTotals.
           move 0 to vendorTotal
           perform varying bkI from 1 by 1 until bkI > 6
               add gtAmount(bkI) to vendorTotal
               move gtAmount(bkI) to dispCol(bkI)
           end-perform
           move vendorTotal to dispValue
           move spaces to reportLine
           write reportLine
           move spaces to reportLine
           string "GRAND TOTAL              |" dispCol(1) " |"
                  dispCol(2) " |" dispCol(3) " |" dispCol(4) " |"
                  dispCol(5) " |" dispCol(6) " | owed " dispValue
               delimited by size into reportLine
           end-string
           write reportLine.

       *> Same arithmetic rniAccrual.cbl prints: received quantity
       *> not yet billed (rejected bills excepted), at PO price or
       *> moving-average cost for unpriced lines.
       sumReceivedNotInvoiced.
           move 0 to rniTotal
           move "N" to poUsable
           open input PurchOrders
           if PoStat not = "00"
               exit paragraph
           end-if
           move "Y" to poUsable
           open input Inventory
           move "n" to eof
           perform until eof = "y"
               read PurchOrders next record
                   at end
                       move "y" to eof
                   not at end
                       if po-receivedQty > 0
                          and po-lineStatus not = "VOID"
                           perform accrueOneLine
                       end-if
               end-read
           end-perform
           if InvStat = "00"
               close Inventory
           end-if
           close PurchOrders.

       accrueOneLine.
           move 0 to invoicedQty
           move "n" to viEof
           move low-values to vi-invoiceNo
           move 0 to vi-line
           start VendorInvoices key is not less than viKey
               invalid key move "y" to viEof
           end-start
           perform until viEof = "y"
               read VendorInvoices next record
                   at end
                       move "y" to viEof
                   not at end
                       if vi-poNumber = po-number
                          and vi-poLine = po-line
                          and vi-status not = "REJECTED"
                           add vi-qty to invoicedQty
                       end-if
               end-read
           end-perform
           compute rniQty = po-receivedQty - invoicedQty
           if rniQty <= 0
               exit paragraph
           end-if
           move po-unitPrice to accrualPrice
           if accrualPrice = 0
               move po-itemID to itemID
               read Inventory key is itemID
                   invalid key
                       move 0 to accrualPrice
                   not invalid key
                       move unitCost to accrualPrice
               end-read
           end-if
           *> Foreign-currency lines accrue at what their receipts
           *> were booked at in home currency.
           if po-currency not = spaces and po-receivedQty > 0
               compute rniTotal rounded = rniTotal
                   + (rniQty * po-receivedHome / po-receivedQty)
           else
               compute rniTotal = rniTotal + (rniQty * accrualPrice)
           end-if.

       *> The figures finance reconciles against: matched-unpaid is
       *> the balance glExport leaves on the matched-invoice account
       *> (invoices credited in, payments debited out); held lines
       *> and received-not-invoiced sit in the receipt accrual the
       *> export books at AP-trade until their paper matches.
       writeTieOut.
           compute owedTotal = openInvoiced + rniTotal
           move spaces to reportLine
           write reportLine
           move "Tie-out to the accrual and GL export:" to reportLine
           write reportLine
           compute dispTotal = openInvoiced - heldTotal
           move spaces to reportLine
           string "  Matched, unpaid (GL matched-invoice acct): "
                  dispTotal
               delimited by size into reportLine
           end-string
           write reportLine
           move heldTotal to dispTotal
           move spaces to reportLine
           string "  Invoiced, on HOLD with the buyer         : "
                  dispTotal
               delimited by size into reportLine
           end-string
           write reportLine
           move rniTotal to dispTotal
           move spaces to reportLine
           string "  Received not invoiced (RNI accrual)      : "
                  dispTotal
               delimited by size into reportLine
           end-string
           write reportLine
           move owedTotal to dispTotal
           move spaces to reportLine
           string "  TOTAL OWED TO VENDORS                    : "
                  dispTotal
               delimited by size into reportLine
           end-string
           write reportLine
           display "Total owed to vendors (incl. received not "
                   "invoiced): " dispTotal.
