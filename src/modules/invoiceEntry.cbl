
                   copy "PurchOrders".

                   *> Vendor payment terms set each line's due date.
                   copy "VendorMaster".

        DATA DIVISION.
           file section.
               copy "VendorInvoices-rec".

               copy "PurchOrders-rec".

               copy "VendorMaster-rec".

            WORKING-STORAGE SECTION.
            01 ViStat pic xx.
            01 PoStat pic xx.
            01 vendStat pic xx.
            01 eof pic x value "n".

            01 choice pic 9 value 1.
            01 dispPrice pic Z,ZZ9.99.
            01 dispPoPrice pic Z,ZZ9.99.

            *> Foreign-currency lines are matched in the vendor's
            *> currency - the PO price is in it too - then valued at
            *> the invoice-date rate; the gap to what the receipts
            *> booked is the realized exchange gain or loss.
            01 lineRate pic 9(4)v9(6).
            01 rateFound pic x.
            01 invoiceHome pic 9(9)v99.
            01 bookedHome pic 9(9)v99.
            01 fxDiff pic s9(9)v99.
            01 dispFx pic -Z,ZZZ,ZZ9.99.

            *> Payment terms looked up once per invoice; with no
            *> vendor master row the invoice is due on its own date.
            01 termsFound pic x.
            01 termNetDays pic 9(3).
            01 termDiscDays pic 9(3).
            01 termDiscPct pic 9(2)v99.
            01 dueDate pic 9(8).
            01 discDate pic 9(8).
            01 dateNum pic 9(8).
            01 awaitingCount pic 9(4) value 0.
            01 lineValue pic 9(8)v99.
            01 awaitingTotal pic 9(10)v99 value 0.
            01 dispValue pic Z,ZZZ,ZZ9.99.
            01 dispTotal pic ZZZ,ZZZ,ZZ9.99.

            *> Validated-input work fields (getNumeric/getValidDate).
            01 numIn pic 9(8).
            01 numCancel pic x.
            01 noZeroDate pic x value "N".

            *> An invoice line is keyed by PO line number or by the
            *> part number the vendor printed, resolved through
            *> resolvePartNo.cbl to the PO line for that item.
            01 inLineCode pic x(25).
            01 lineDigits pic 9(2).
            01 partItemID pic 9(5).
            01 partFound pic x.
            01 xrefSource pic x(10) value "INVOICE".
            01 xrefReference pic x(20).
            01 poEof pic x.
            *> D = no more lines, L = inPOLine is the line billed,
            *> R = the part number did not place a line; ask again.
            01 lineAction pic x.

        linkage section.
        *> Menu-driven sessions pass the logged-in operator so
        *> this program stops trusting a re-typed ID; called
           *> fields only initialize once via their VALUE clauses.
           move "n" to eof
           move 0 to heldCount
           move 0 to awaitingCount
           move 0 to awaitingTotal

           display "=== Vendor Invoice Entry / Match Review ==="
           display "  [1] Enter an invoice (three-way match)"
           display "  [2] Review held lines (buyer)"
           display "  [3] Matched lines awaiting payment"
           display "> " with no advancing
           accept choice

               evaluate choice
                   when 2
                       perform reviewHeldLines
                   when 3
                       perform listAwaitingPayment
                   when other
                       perform enterInvoice
               end-evaluate
           end-if
           move numIn to inPONumber

           perform lookupVendorTerms

           move 0 to invLineNo
           move "Y" to moreLines
           perform until moreLines not = "Y"
               display "PO line or part number billed (0 = done): "
                       with no advancing
               accept inLineCode
               perform resolveLineCode
               evaluate lineAction
                   when "D"
                       move "N" to moreLines
                   when "L"
                       perform enterOneInvoiceLine
               end-evaluate
           end-perform

           display "Invoice " function trim(inInvoiceNo) " entered; "
                   heldCount " line(s) held for the buyer".

       *> One or two digits is a PO line number; anything else is
       *> the vendor's (or manufacturer's) part number, which must
       *> resolve to an item on the PO billed. A number nobody knows
       *> goes on the part-number exception list and the clerk is
       *> asked again.
       resolveLineCode.
           move 0 to inPOLine
           move "D" to lineAction
           if inLineCode = spaces or inLineCode = "0"
               exit paragraph
           end-if
           move "L" to lineAction
           move 0 to lineDigits
           inspect inLineCode tallying lineDigits
               for characters before initial space
           if lineDigits > 0 and lineDigits <= 2
              and inLineCode(1:lineDigits) is numeric
               compute inPOLine = function numval(inLineCode)
               if inPOLine = 0
                   move "D" to lineAction
               end-if
               exit paragraph
           end-if

           move inInvoiceNo to xrefReference
           call "resolvePartNo" using inLineCode inVendor xrefSource
               xrefReference partItemID partFound
           if partFound = "A"
               display "Part " function trim(inLineCode)
                       " matches more than one item; key the PO line"
               move "R" to lineAction
               exit paragraph
           end-if
           if partFound not = "Y"
               display "Part " function trim(inLineCode)
                       " not recognised; logged on the part-number "
                       "exception list - key the PO line"
               move "R" to lineAction
               exit paragraph
           end-if

           move "R" to lineAction
           move "n" to poEof
           move inPONumber to po-number
           move 0 to po-line
           start PurchOrders key is not less than poKey
               invalid key move "y" to poEof
           end-start
           perform until poEof = "y"
               read PurchOrders next record
                   at end
                       move "y" to poEof
                   not at end
                       if po-number not = inPONumber
                           move "y" to poEof
                       else
                           if po-itemID = partItemID
                               move po-line to inPOLine
                               move "L" to lineAction
                               move "y" to poEof
                           end-if
                       end-if
               end-read
           end-perform
           if lineAction = "R"
               display "Part " function trim(inLineCode) " is item "
                       partItemID ", not on PO #" inPONumber
           else
               display "Part " function trim(inLineCode) " = PO line "
                       inPOLine
           end-if.

       enterOneInvoiceLine.
           move inPONumber to po-number
           move inPOLine to po-line
                   exit paragraph
           end-read

           call "getExchangeRate" using po-currency invoiceDate
               lineRate rateFound
           if rateFound not = "Y"
               display "No " po-currency " exchange rate on or before "
                       invoiceDate "; enter one on the exchange rate "
                       "screen first - line dropped"
               exit paragraph
           end-if

           display po-itemName " | ordered " po-orderedQty
                   " | received " po-receivedQty
           move po-unitPrice to dispPoPrice
           display "PO price: " dispPoPrice " " po-currency
                   " (0.00 = unpriced)"

           display "Quantity billed: " with no advancing
           call "getNumeric" using numIn numCancel
           end-if
           move numIn to inQty

           if po-currency = spaces
               display "Unit price billed (e.g. 1299 for $12.99): "
                       with no advancing
           else
               display "Unit price billed in " po-currency
                       " (e.g. 1299 for 12.99): " with no advancing
           end-if
           call "getNumeric" using numIn numCancel
           if numCancel = "Y"
               display "Line dropped"
           compute inPrice = numIn / 100

           perform threeWayMatch
           perform valueInHomeCurrency

           add 1 to invLineNo
           move inInvoiceNo to vi-invoiceNo
           move matchStatus to vi-status
           move holdReasonText to vi-holdReason
           move entryOperator to vi-operatorID
           move dueDate to vi-dueDate
           move discDate to vi-discDate
           move termDiscPct to vi-discPct
           move 0 to vi-payDate
           move spaces to vi-checkNo
           move 0 to vi-paidAmount
           move po-currency to vi-currency
           move lineRate to vi-exchRate
           move bookedHome to vi-bookedHome
           move invoiceHome to vi-invoiceHome
           write VendorInvoiceRec
               invalid key
                   display "Invoice line already on file: "
               move "billed more than received" to holdReasonText
           end-if.

       *> Home-currency lines carry no exchange difference. Foreign
       *> ones book the billed quantity at the average home cost of
       *> the line's receipts; billed ahead of any receipt, there is
       *> nothing booked yet to differ from.
       valueInHomeCurrency.
           compute invoiceHome rounded = inQty * inPrice * lineRate
           move invoiceHome to bookedHome
           if po-currency = spaces or po-receivedQty = 0
               exit paragraph
           end-if
           compute bookedHome rounded =
               inQty * po-receivedHome / po-receivedQty
           compute fxDiff = invoiceHome - bookedHome
           if fxDiff not = 0
               move fxDiff to dispFx
               if fxDiff > 0
                   display "Exchange loss on this line: " dispFx
               else
                   display "Exchange gain on this line: " dispFx
               end-if
           end-if.

       *> Everything already billed against this PO line, rejected
       *> lines excepted - they went back to the vendor.
       sumPriorInvoiced.
               when other
                   display "Skipped; line stays on HOLD"
           end-evaluate.

       *> Terms come off the vendor master by vendor code (any of
       *> its material-type rows carries the same terms). The due
       *> and discount dates are fixed here, at entry, so a later
       *> change of terms never moves a bill already on file.
       lookupVendorTerms.
           move "N" to termsFound
           move 0 to termNetDays
           move 0 to termDiscDays
           move 0 to termDiscPct
           open input VendorMaster
           if vendStat = "00"
               move inVendor to vendorCode
               read VendorMaster key is vendorCode
                   invalid key
                       continue
                   not invalid key
                       move "Y" to termsFound
                       move v-netDays to termNetDays
                       move v-discDays to termDiscDays
                       move v-discPct to termDiscPct
               end-read
               close VendorMaster
           end-if

           compute dateNum = function integer-of-date(invoiceDate)
               + termNetDays
           compute dueDate = function date-of-integer(dateNum)
           move 0 to discDate
           if termDiscPct > 0
               compute dateNum =
                   function integer-of-date(invoiceDate)
                   + termDiscDays
               compute discDate = function date-of-integer(dateNum)
           end-if

           if termsFound = "Y"
               display "Terms: net " termNetDays " day(s); due "
                       dueDate
               if discDate not = 0
                   display "Early-pay discount " termDiscPct
                           "% if paid by " discDate
               end-if
           else
               display "No payment terms on file for vendor "
                       function trim(inVendor) "; due on receipt ("
                       dueDate ")"
           end-if.

       *> The answer to finance's "what is waiting on us": every
       *> matched line not yet paid, with its due date.
       listAwaitingPayment.
           move "n" to eof
           move low-values to vi-invoiceNo
           move 0 to vi-line
           start VendorInvoices key is not less than viKey
               invalid key move "y" to eof
           end-start
           display "Invoice     /Ln| Vendor  | Due      | Disc by  "
                   "|        Value"
           perform until eof = "y"
               read VendorInvoices next record
                   at end
                       move "y" to eof
                   not at end
                       if vi-status = "MATCHED"
                           compute lineValue =
                               vi-qty * vi-unitPrice
                           if vi-currency not = spaces
                               move vi-invoiceHome to lineValue
                           end-if
                           add lineValue to awaitingTotal
                           add 1 to awaitingCount
                           move lineValue to dispValue
                           display vi-invoiceNo "/" vi-line "| "
                                   vi-vendorCode "| " vi-dueDate
                                   " | " vi-discDate " | " dispValue
                       end-if
               end-read
           end-perform
           move awaitingTotal to dispTotal
           display "Lines awaiting payment: " awaitingCount
                   "  value " dispTotal.
