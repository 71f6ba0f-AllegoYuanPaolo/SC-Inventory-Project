      $set sourceformat"free"
        IDENTIFICATION DIVISION.
        PROGRAM-ID. vendorCredits.

       environment division.
           input-output section.
             file-control.
                  copy "OpenCredits".

                  copy "CreditMemos".

                  *> A claim settled here is marked on the claim too,
                  *> so osdClaims.cbl's aging drops it.
                  copy "OsdClaims".

        DATA DIVISION.
           file section.
               copy "OpenCredits-rec".

               copy "CreditMemos-rec".

               copy "OsdClaims-rec".

            WORKING-STORAGE SECTION.
            01 OcStat pic xx.
            01 CmStat pic xx.
            01 OsdStat pic xx.
            01 eof pic x value "n".

            01 choice pic 9 value 1.
            01 creditOperator pic x(10).
            01 authorized pic x.
            *> Giving up on money a vendor owes is the buyer's call,
            *> same role invoiceEntry.cbl gates hold review on.
            01 BuyerRole pic x(10) value "BUYER".

            01 inMemoNo pic x(12).
            01 inVendor pic x(8).
            01 memoDate pic 9(8).
            01 memoLineNo pic 9(2).
            01 inCreditID pic 9(6).
            01 inNote pic x(30).
            01 moreLines pic x.
            01 decision pic x.
            01 todayDate pic 9(8).

            *> What one memo line does to one open credit.
            01 applyAmount pic 9(9)v99.
            01 balanceDue pic s9(9)v99.
            01 creditFits pic x.
            01 memoTotal pic 9(9)v99.
            01 matchedCount pic 9(4) value 0.
            01 listedCount pic 9(4) value 0.
            01 listedTotal pic 9(11)v99 value 0.
            01 dispAmount pic Z,ZZZ,ZZ9.99.
            01 dispExpected pic Z,ZZZ,ZZ9.99.
            01 dispBalance pic -Z,ZZZ,ZZ9.99.
            01 dispTotal pic Z,ZZZ,ZZZ,ZZ9.99.

            *> Validated-input work fields (getNumeric/getValidDate).
            01 numIn pic 9(8).
            01 numCancel pic x.
            01 noZeroDate pic x value "N".

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
           move 0 to matchedCount
           move 0 to listedCount
           move 0 to listedTotal

           display "=== Vendor Credit Memos / Open Credits ==="
           display "  [1] Enter a credit memo"
           display "  [2] Match unmatched memo lines"
           display "  [3] Write off an open credit (buyer)"
           display "  [4] List open credits"
           display "> " with no advancing
           accept choice

           if sessionOperator is omitted
               display "Operator ID: " with no advancing
               accept creditOperator
           else
               move sessionOperator to creditOperator
           end-if
           move function current-date(1:8) to todayDate

           open i-o OpenCredits
               if OcStat = "35"
                   open output OpenCredits
                   close OpenCredits
                   open i-o OpenCredits
               end-if
               call "openFileCheck" using OcStat

           open i-o CreditMemos
               if CmStat = "35"
                   open output CreditMemos
                   close CreditMemos
                   open i-o CreditMemos
               end-if
               call "openFileCheck" using CmStat

               evaluate choice
                   when 2
                       perform matchUnmatched
                   when 3
                       perform writeOffCredit
                   when 4
                       perform listOpenCredits
                   when other
                       perform enterMemo
               end-evaluate

           close CreditMemos
           close OpenCredits

       exit program.

       *> A credit memo is an invoice in reverse: header, then one
       *> line per RTV or claim it pays off, quoting the credit ref
       *> printed on the RTV document or claim.
       enterMemo.
           display "Credit memo number: " with no advancing
           accept inMemoNo
           if inMemoNo = spaces
               display "Credit memo number required"
               exit paragraph
           end-if
           move inMemoNo to cm-memoNo
           move 1 to cm-line
           read CreditMemos key is cmKey
               invalid key
                   continue
               not invalid key
                   display "Credit memo " function trim(inMemoNo)
                           " is already on file"
                   exit paragraph
           end-read
           display "Vendor code: " with no advancing
           accept inVendor
           display "Memo date (YYYYMMDD): " with no advancing
           call "getValidDate" using memoDate numCancel noZeroDate
           if numCancel = "Y"
               exit paragraph
           end-if

           move inVendor to oc-vendorCode
           perform listVendorOpen

           move 0 to memoLineNo
           move 0 to memoTotal
           move "Y" to moreLines
           perform until moreLines not = "Y"
               display "Credit ref # settled (0 = done): "
                       with no advancing
               call "getNumeric" using numIn numCancel
               if numCancel = "Y"
                   move 0 to numIn
               end-if
               if numIn = 0
                   move "N" to moreLines
               else
                   move numIn to inCreditID
                   perform enterMatchedLine
               end-if
           end-perform

           *> Whatever the vendor credited without quoting a ref
           *> still goes on file, parked until somebody ties it up.
           display "Amount on the memo with no credit ref, in cents "
                   "(0 = none): " with no advancing
           call "getNumeric" using numIn numCancel
           if numCancel not = "Y" and numIn > 0
               compute applyAmount = numIn / 100
               display "Note (what the vendor says it is for): "
                       with no advancing
               accept inNote
               move 0 to inCreditID
               move "UNMATCHED" to cm-status
               perform writeMemoLine
           end-if

           move memoTotal to dispTotal
           display "Credit memo " function trim(inMemoNo) ": "
                   memoLineNo " line(s), " dispTotal " credited; "
                   matchedCount " matched".

       enterMatchedLine.
           perform readOpenCredit
           if creditFits not = "Y"
               exit paragraph
           end-if

           compute balanceDue = oc-expectedCredit - oc-creditedAmount
           move balanceDue to dispBalance
           display "Amount credited, in cents (0 = the balance "
                   function trim(dispBalance) "): " with no advancing
           call "getNumeric" using numIn numCancel
           if numCancel = "Y"
               display "Line dropped"
               exit paragraph
           end-if
           if numIn = 0
               move balanceDue to applyAmount
           else
               compute applyAmount = numIn / 100
           end-if
           move spaces to inNote
           move "MATCHED" to cm-status
           perform writeMemoLine
           if cm-status = "MATCHED"
               perform applyToCredit
           end-if.

       *> The credit has to be this vendor's and still open; an
       *> unmatched line may name any vendor's credit, so inVendor
       *> is set from the memo before this is performed.
       readOpenCredit.
           move "N" to creditFits
           move inCreditID to oc-id
           read OpenCredits key is oc-id
               invalid key
                   display "No credit ref #" inCreditID " on file"
                   exit paragraph
           end-read
           if oc-vendorCode not = inVendor
               display "Credit ref #" inCreditID " is owed by "
                       function trim(oc-vendorName) " ("
                       oc-vendorCode "), not this vendor"
               exit paragraph
           end-if
           if oc-status not = "OPEN"
               display "Credit ref #" inCreditID " is already "
                       oc-status
               exit paragraph
           end-if
           move oc-expectedCredit to dispExpected
           display oc-sourceType " " function trim(oc-sourceRef)
                   " | " function trim(oc-itemName) " x " oc-qty
                   " | expected " dispExpected
           move "Y" to creditFits.

       writeMemoLine.
           add 1 to memoLineNo
           move inMemoNo to cm-memoNo
           move memoLineNo to cm-line
           move inVendor to cm-vendorCode
           move memoDate to cm-memoDate
           move applyAmount to cm-amount
           move inCreditID to cm-creditID
           move inNote to cm-note
           move creditOperator to cm-operatorID
           move todayDate to cm-enteredDate
           write CreditMemoRec
               invalid key
                   display "Memo line already on file: "
                           function trim(inMemoNo) "/" memoLineNo
                   subtract 1 from memoLineNo
                   move spaces to cm-status
               not invalid key
                   add applyAmount to memoTotal
           end-write.

       *> Short credits leave the row OPEN on the balance; a credit
       *> at or over what was expected settles it.
       applyToCredit.
           add applyAmount to oc-creditedAmount
           move cm-memoNo to oc-lastMemo
           compute balanceDue = oc-expectedCredit - oc-creditedAmount
           if balanceDue <= 0
               move "CREDITED" to oc-status
               move todayDate to oc-dateClosed
           end-if
           rewrite OpenCreditRec
           add 1 to matchedCount
           move balanceDue to dispBalance
           evaluate true
               when balanceDue > 0
                   display "Short credit; " function trim(dispBalance)
                           " still owed on ref #" oc-id
               when balanceDue < 0
                   display "Credited over the expected amount by "
                           function trim(dispBalance)
               when other
                   display "Credit ref #" oc-id " settled in full"
           end-evaluate
           if oc-status not = "OPEN" and oc-sourceType = "OSD"
               perform closeClaim
           end-if.

       *> Mirror the outcome onto the OS&D claim the credit was
       *> raised for: CREDITED, or CLOSED when written off.
       closeClaim.
           open i-o OsdClaims
           if OsdStat not = "00"
               exit paragraph
           end-if
           move oc-sourceRef(1:6) to osd-id
           read OsdClaims key is osd-id
               invalid key
                   continue
               not invalid key
                   if osd-status = "OPEN"
                       if oc-status = "CREDITED"
                           move "CREDITED" to osd-status
                       else
                           move "CLOSED" to osd-status
                       end-if
                       move todayDate to osd-dateClosed
                       rewrite OsdClaimRec
                       display "OS&D claim #" osd-id " now "
                               osd-status
                   end-if
           end-read
           close OsdClaims.

       *> One pass over the parked lines; a ref entered here must
       *> belong to the vendor who issued the memo.
       matchUnmatched.
           move "n" to eof
           move low-values to cm-memoNo
           move 0 to cm-line
           start CreditMemos key is not less than cmKey
               invalid key move "y" to eof
           end-start
           perform until eof = "y"
               read CreditMemos next record
                   at end
                       move "y" to eof
                   not at end
                       if cm-status = "UNMATCHED"
                           perform matchOneLine
                       end-if
               end-read
           end-perform
           display "Memo lines matched this pass: " matchedCount.

       matchOneLine.
           move cm-amount to dispAmount
           display spaces
           display "Memo " function trim(cm-memoNo) "/" cm-line
                   " | vendor " cm-vendorCode " | " cm-memoDate
                   " | " dispAmount
           if cm-note not = spaces
               display "  " function trim(cm-note)
           end-if
           move cm-vendorCode to inVendor oc-vendorCode
           perform listVendorOpen
           display "Credit ref # it settles (0 = skip): "
                   with no advancing
           call "getNumeric" using numIn numCancel
           if numCancel = "Y" or numIn = 0
               display "Skipped; line stays UNMATCHED"
               exit paragraph
           end-if
           move numIn to inCreditID
           perform readOpenCredit
           if creditFits not = "Y"
               exit paragraph
           end-if
           move cm-amount to applyAmount
           move inCreditID to cm-creditID
           move "MATCHED" to cm-status
           rewrite CreditMemoRec
           perform applyToCredit.

       *> Vendor refused, or the balance is not worth chasing: the
       *> buyer closes it out so it stops aging and alerting.
       writeOffCredit.
           call "authCheck" using creditOperator authorized
                   BuyerRole
           if authorized not = "Y"
               display "Not authorized to write off vendor credits"
               exit paragraph
           end-if
           display "Credit ref #: " with no advancing
           call "getNumeric" using numIn numCancel
           if numCancel = "Y" or numIn = 0
               exit paragraph
           end-if
           move numIn to oc-id
           read OpenCredits key is oc-id
               invalid key
                   display "No credit ref #" numIn " on file"
                   exit paragraph
           end-read
           if oc-status not = "OPEN"
               display "Credit ref #" oc-id " is already " oc-status
               exit paragraph
           end-if
           compute balanceDue = oc-expectedCredit - oc-creditedAmount
           move balanceDue to dispBalance
           display oc-sourceType " " function trim(oc-sourceRef)
                   " | " function trim(oc-vendorName)
                   " | balance " dispBalance
           display "Write the balance off? [y/n]: " with no advancing
           accept decision
           if decision not = "y" and decision not = "Y"
               display "Credit left OPEN"
               exit paragraph
           end-if
           move "WRITTENOFF" to oc-status
           move todayDate to oc-dateClosed
           rewrite OpenCreditRec
           display "Credit ref #" oc-id " written off"
           if oc-sourceType = "OSD"
               perform closeClaim
           end-if.

       listOpenCredits.
           display "Vendor code (blank = all vendors): "
                   with no advancing
           accept oc-vendorCode
           perform listVendorOpen
           move listedTotal to dispTotal
           display "Open credits: " listedCount "  balance "
                   dispTotal.

       *> The vendor's open credits, to pick a ref from; blank
       *> oc-vendorCode on entry lists every vendor's.
       listVendorOpen.
           move oc-vendorCode to inVendor
           move 0 to listedCount
           move 0 to listedTotal
           display "Ref    | Src | Source ref       | Raised   "
                   "| Vendor   |      Balance"
           move "n" to eof
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
                           compute balanceDue = oc-expectedCredit
                               - oc-creditedAmount
                           add balanceDue to listedTotal
                           add 1 to listedCount
                           move balanceDue to dispBalance
                           display oc-id " | " oc-sourceType " | "
                                   oc-sourceRef " | " oc-dateRaised
                                   " | " oc-vendorCode " | "
                                   dispBalance
                       end-if
               end-read
           end-perform
           move "n" to eof.
