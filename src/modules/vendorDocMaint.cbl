      $set sourceformat"free"
        IDENTIFICATION DIVISION.
        PROGRAM-ID. vendorDocMaint.

       environment division.
           input-output section.
             file-control.
                  copy "VendorDocs".

        DATA DIVISION.
           file section.
               copy "VendorDocs-rec".

            WORKING-STORAGE SECTION.
            01 VdStat pic xx.
            01 eof pic x value "n".

            01 choice pic 9 value 1.
            01 docOperator pic x(10).
            01 authorized pic x.
            *> The buyer keeps the vendor file, certificates included.
            01 BuyerRole pic x(10) value "BUYER".

            01 inVendor pic x(8).
            01 inDocType pic x(10).
            01 inText pic x(25).
            01 inBlocking pic x.
            01 docChoice pic x.
            01 recExists pic x.
            01 todayDate pic 9(8).
            01 todayInt pic 9(8).
            01 daysLeft pic s9(6).
            01 dispDays pic -(5)9.
            01 docState pic x(10).
            01 listedCount pic 9(3) value 0.
            01 lapsedCount pic 9(3) value 0.
            01 soonCount pic 9(3) value 0.
            *> Expiring inside this many days shows as DUE, the same
            *> window the nightly alert sweep warns on.
            01 WarnDays pic 9(3) value 30.

            *> Validated-input work fields (getValidDate).
            01 numCancel pic x.
            01 allowZeroDate pic x value "Y".

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
           move 0 to listedCount
           move 0 to lapsedCount
           move 0 to soonCount

           display "=== Vendor Compliance Documents ==="
           display "  [1] List documents (blank vendor for all)"
           display "  [2] Record or renew a document (buyer)"
           display "  [3] Remove a document (buyer)"
           display "> " with no advancing
           accept choice

           if sessionOperator is omitted
               display "Operator ID: " with no advancing
               accept docOperator
           else
               move sessionOperator to docOperator
           end-if
           move function current-date(1:8) to todayDate
           compute todayInt = function integer-of-date(todayDate)

           open i-o VendorDocs
               if VdStat = "35"
                   open output VendorDocs
                   close VendorDocs
                   open i-o VendorDocs
               end-if
               call "openFileCheck" using VdStat

               evaluate choice
                   when 2
                       perform recordDocument
                   when 3
                       perform removeDocument
                   when other
                       perform listDocuments
               end-evaluate

           close VendorDocs

       exit program.

       listDocuments.
           display "Vendor (blank for all): " with no advancing
           accept inVendor
           display "Vendor  | Document  | Reference           | "
                   "Expires  | Blk | State"
           perform until eof = "y"
               read VendorDocs next record
                   at end
                       move "y" to eof
                   not at end
                       if inVendor = spaces
                          or inVendor = vd-vendorCode
                           perform classifyDocument
                           display vd-vendorCode "| " vd-docType
                                   "| " vd-docRef "| " vd-expiryDate
                                   " | " vd-blocking "   | " docState
                                   " " dispDays " day(s)"
                           add 1 to listedCount
                       end-if
               end-read
           end-perform
           display "Documents listed: " listedCount
                   "  lapsed: " lapsedCount
                   "  due within " WarnDays " days: " soonCount.

       classifyDocument.
           move 0 to daysLeft
           if vd-expiryDate = 0
               move "NO EXPIRY" to docState
           else
               compute daysLeft =
                   function integer-of-date(vd-expiryDate) - todayInt
               evaluate true
                   when daysLeft < 0
                       move "LAPSED" to docState
                       add 1 to lapsedCount
                   when daysLeft <= WarnDays
                       move "DUE" to docState
                       add 1 to soonCount
                   when other
                       move "CURRENT" to docState
               end-evaluate
           end-if
           move daysLeft to dispDays.

       *> A renewal keys the same vendor and type and overwrites the
       *> reference, issuer and expiry.
       recordDocument.
           call "authCheck" using docOperator authorized BuyerRole
           if authorized not = "Y"
               display "Not authorized to maintain vendor documents"
               exit paragraph
           end-if

           perform keyDocument
           if inDocType = spaces
               exit paragraph
           end-if

           move inVendor to vd-vendorCode
           move inDocType to vd-docType
           read VendorDocs key is vdKey
               invalid key
                   move "N" to recExists
                   move spaces to vd-docRef vd-issuer
                   move 0 to vd-expiryDate
                   *> Lapsed insurance is the one we may not buy
                   *> through; the rest default to a warning.
                   if inDocType = "INSURANCE"
                       move "Y" to vd-blocking
                   else
                       move "N" to vd-blocking
                   end-if
               not invalid key
                   move "Y" to recExists
           end-read

           display "Certificate / reference [" function trim(vd-docRef)
                   "]: " with no advancing
           move spaces to inText
           accept inText
           if inText not = spaces
               move inText to vd-docRef
           end-if
           display "Issued by [" function trim(vd-issuer) "]: "
                   with no advancing
           move spaces to inText
           accept inText
           if inText not = spaces
               move inText to vd-issuer
           end-if
           display "Expiry date (YYYYMMDD, 0 = does not lapse): "
                   with no advancing
           call "getValidDate" using vd-expiryDate numCancel
                   allowZeroDate
           if numCancel = "Y"
               display "Nothing saved"
               exit paragraph
           end-if
           display "Refuse POs once lapsed? Y/N [" vd-blocking "]: "
                   with no advancing
           move space to inBlocking
           accept inBlocking
           if inBlocking = "y" or inBlocking = "Y"
               move "Y" to vd-blocking
           end-if
           if inBlocking = "n" or inBlocking = "N"
               move "N" to vd-blocking
           end-if
           move docOperator to vd-recordedBy
           move todayDate to vd-recordedDate

           move inVendor to vd-vendorCode
           move inDocType to vd-docType
           if recExists = "Y"
               rewrite VendorDocRec
               display "Document renewed"
           else
               write VendorDocRec
                   invalid key
                       display "Could not record the document"
                   not invalid key
                       display "Document recorded"
               end-write
           end-if.

       removeDocument.
           call "authCheck" using docOperator authorized BuyerRole
           if authorized not = "Y"
               display "Not authorized to maintain vendor documents"
               exit paragraph
           end-if

           perform keyDocument
           if inDocType = spaces
               exit paragraph
           end-if
           move inVendor to vd-vendorCode
           move inDocType to vd-docType
           delete VendorDocs
               invalid key
                   display "No " function trim(inDocType)
                           " on file for " inVendor
               not invalid key
                   display "Document removed"
           end-delete.

       *> Vendor code plus one of the three document types; a blank
       *> type on return means the operator backed out.
       keyDocument.
           move spaces to inDocType
           display "Vendor code: " with no advancing
           accept inVendor
           if inVendor = spaces
               exit paragraph
           end-if
           display "Document - [1] INSURANCE [2] QUALITY "
                   "[3] TAXFORM: " with no advancing
           move space to docChoice
           accept docChoice
           evaluate docChoice
               when "1"
                   move "INSURANCE" to inDocType
               when "2"
                   move "QUALITY" to inDocType
               when "3"
                   move "TAXFORM" to inDocType
               when other
                   display "No document type chosen"
           end-evaluate.
