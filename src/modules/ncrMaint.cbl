      $set sourceformat"free"
        IDENTIFICATION DIVISION.
        PROGRAM-ID. ncrMaint.

       environment division.
           input-output section.
             file-control.
                  copy "Ncr".

                  copy "Inventory".

                  copy "DeptMaster".

        DATA DIVISION.
           file section.
               copy "Ncr-rec".

               copy "Inventory-rec".

               copy "DeptMaster-rec".

            WORKING-STORAGE SECTION.
            01 NcrStat pic xx.
            01 InvStat pic xx.
            01 deptStat pic xx.
            01 eof pic x value "n".

            01 choice pic 9 value 1.
            01 ncrOperator pic x(10).
            01 authorized pic x.
            *> Dispositions, CARs and sign-off are quality's call; any
            *> operator can log a department's complaint.
            01 QaRole pic x(10) value "QA".
            01 todayDate pic 9(8).
            01 listedCount pic 9(4) value 0.
            01 inNcrID pic 9(6).
            01 inDisp pic x(10).
            01 inText pic x(60).
            01 inDue pic 9(8).
            01 dispQty pic Z,ZZ9.

            *> Department complaint: item picked by name search.
            01 searchKey pic x(25).
            01 pickChoice pic 99.
            01 foundRecord.
               02 foundTable occurs 50 times.
                   03 foundID pic 9(5).
                   03 foundName pic x(25).
                   03 foundStock pic Z,ZZ9.
                   03 foundRestock pic x(25).
            01 foundCount pic 9(2) value 0.

            01 ncrSource pic x(4) value "DEPT".
            01 ncrDept pic x(32).
            01 ncrItemID pic 9(5).
            01 ncrItemName pic x(25).
            01 ncrMatType pic x(10).
            01 ncrLot pic x(15).
            01 ncrQty pic 9(4).
            01 ncrDefect pic x(60).
            01 ncrNewID pic 9(6).

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
           move 0 to listedCount
           move 0 to foundCount

           display "=== Non-Conformance Reports (NCR) ==="
           display "  [1] List open NCRs"
           display "  [2] Show one NCR"
           display "  [3] Open an NCR from a department complaint"
           display "  [4] Set disposition"
           display "  [5] Send corrective action request (CAR)"
           display "  [6] Record vendor response"
           display "  [7] Close with QA sign-off"
           display "> " with no advancing
           accept choice

           if sessionOperator is omitted
               display "Operator ID: " with no advancing
               accept ncrOperator
           else
               move sessionOperator to ncrOperator
           end-if
           if choice > 3
               call "authCheck" using ncrOperator authorized QaRole
               if authorized not = "Y"
                   display "Not authorized to work NCRs"
                   exit program
               end-if
           end-if
           move function current-date(1:8) to todayDate

           *> The complaint path writes through openNcr.cbl, which
           *> opens the file itself; everything else works it here.
           if choice = 3
               perform deptComplaint
               exit program
           end-if

           open i-o NcrFile
               if NcrStat = "35"
                   open output NcrFile
                   close NcrFile
                   open i-o NcrFile
               end-if
               call "openFileCheck" using NcrStat

               evaluate choice
                   when 2
                       perform showOne
                   when 4
                       perform setDisposition
                   when 5
                       perform sendCar
                   when 6
                       perform recordResponse
                   when 7
                       perform closeNcr
                   when other
                       perform listOpen
               end-evaluate

           close NcrFile

       exit program.

       listOpen.
           display "NCR    | Status     | Opened   | Vendor   | "
                   "Item                      |   Qty | Disp"
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
                           move ncr-qty to dispQty
                           display ncr-id " | " ncr-status " | "
                                   ncr-openedDate " | " ncr-vendorCode
                                   " | " ncr-itemName " | " dispQty
                                   " | " ncr-disposition
                           add 1 to listedCount
                       end-if
               end-read
           end-perform
           display "Open NCRs: " listedCount.

       *> Asks for the NCR number and reads it; leaves eof = "y" when
       *> there is nothing to work on.
       readNcr.
           move "n" to eof
           display "NCR number: " with no advancing
           call "getNumeric" using numIn numCancel
           if numCancel = "Y" or numIn = 0
               move "y" to eof
               exit paragraph
           end-if
           move numIn to inNcrID
           move inNcrID to ncr-id
           read NcrFile key is ncr-id
               invalid key
                   display "No NCR " inNcrID
                   move "y" to eof
           end-read.

       showOne.
           perform readNcr
           if eof = "y"
               exit paragraph
           end-if
           move ncr-qty to dispQty
           display "NCR " ncr-id "  [" function trim(ncr-status) "]"
           display "  Raised by    : " ncr-source " "
                   function trim(ncr-department)
                   "  (" function trim(ncr-openedBy) " on "
                   ncr-openedDate ")"
           display "  Item         : " ncr-itemID " "
                   function trim(ncr-itemName) "  qty " dispQty
           display "  Lot          : " ncr-lotNumber
           display "  Vendor       : " ncr-vendorCode " "
                   ncr-vendorName
           display "  Defect       : " function trim(ncr-defect)
           display "  Disposition  : " ncr-disposition
           if ncr-carSentDate not = 0
               display "  CAR sent     : " ncr-carSentDate
                       "  response due " ncr-responseDue
               display "  CAR          : " function trim(ncr-carRequest)
           end-if
           if ncr-responseDate not = 0
               display "  Response     : " ncr-responseDate " "
                       function trim(ncr-vendorResponse)
           end-if
           if ncr-status = "CLOSED"
               display "  Closed       : " ncr-closedDate " by "
                       function trim(ncr-closedBy) " - "
                       function trim(ncr-closeNote)
           end-if.

       *> A department reporting bad stock off the shelf raises the
       *> same NCR an inspection reject does.
       deptComplaint.
           display "Department reporting the problem: " with no advancing
           accept ncrDept
           open input DeptMaster
           if deptStat = "00"
               move ncrDept to deptName
               read DeptMaster key is deptName
                   invalid key
                       display "Department not on the master; "
                               "no NCR opened"
                       close DeptMaster
                       exit paragraph
               end-read
               close DeptMaster
           end-if

           display "Item name: " with no advancing
           accept searchKey
           call "testSearch" using searchKey foundRecord foundCount
           if foundCount = 0
               exit paragraph
           end-if
           display "Select item [Enter number] >" with no advancing
           accept pickChoice
           if pickChoice = 0 or pickChoice > foundCount
               exit paragraph
           end-if

           open input Inventory
           call "openFileCheck" using InvStat
           move foundID(pickChoice) to itemID
           read Inventory key is itemID
               invalid key
                   display "Item not found; no NCR opened"
                   close Inventory
                   exit paragraph
           end-read
           move itemID to ncrItemID
           move itemName to ncrItemName
           move materialType to ncrMatType
           close Inventory

           display "Lot number (blank if unknown): " with no advancing
           accept ncrLot
           display "Quantity affected: " with no advancing
           call "getNumeric" using numIn numCancel
           if numCancel = "Y"
               exit paragraph
           end-if
           move numIn to ncrQty
           display "Defect found: " with no advancing
           accept ncrDefect
           if ncrDefect = spaces
               display "Defect description required; no NCR opened"
               exit paragraph
           end-if
           call "openNcr" using ncrSource ncrDept ncrItemID
               ncrItemName ncrMatType ncrLot ncrQty ncrDefect
               ncrOperator ncrNewID
           if ncrNewID not = 0
               display "NCR " ncrNewID " opened against the vendor"
           end-if.

       setDisposition.
           perform readNcr
           if eof = "y"
               exit paragraph
           end-if
           if ncr-status = "CLOSED"
               display "NCR " inNcrID " is closed"
               exit paragraph
           end-if
           display "Disposition [USE-AS-IS / REWORK / RTV / SCRAP]: "
                   with no advancing
           accept inDisp
           inspect inDisp converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           if inDisp not = "USE-AS-IS" and inDisp not = "REWORK"
              and inDisp not = "RTV" and inDisp not = "SCRAP"
               display "Unknown disposition; nothing saved"
               exit paragraph
           end-if
           move inDisp to ncr-disposition
           rewrite NcrRec
           display "NCR " inNcrID " disposition " inDisp
           if inDisp = "RTV"
               display "Send the units back with Return stock to vendor (RTV)"
           end-if
           if inDisp = "SCRAP"
               display "Write the units off through waste / scrap "
                       "reporting"
           end-if.

       sendCar.
           perform readNcr
           if eof = "y"
               exit paragraph
           end-if
           if ncr-status not = "OPEN" and ncr-status not = "CAR-SENT"
               display "NCR " inNcrID " is " ncr-status
                       "; no CAR can be sent"
               exit paragraph
           end-if
           display "Corrective action requested of the vendor: "
                   with no advancing
           accept inText
           if inText = spaces
               display "Nothing saved"
               exit paragraph
           end-if
           display "Vendor response due (YYYYMMDD): " with no advancing
           call "getValidDate" using inDue numCancel noZeroDate
           if numCancel = "Y"
               display "Nothing saved"
               exit paragraph
           end-if
           move inText to ncr-carRequest
           move todayDate to ncr-carSentDate
           move inDue to ncr-responseDue
           move "CAR-SENT" to ncr-status
           rewrite NcrRec
           display "CAR on NCR " inNcrID " sent to "
                   function trim(ncr-vendorName) "; due " inDue.

       recordResponse.
           perform readNcr
           if eof = "y"
               exit paragraph
           end-if
           if ncr-status not = "CAR-SENT"
               display "NCR " inNcrID " has no CAR awaiting a response"
               exit paragraph
           end-if
           display "Vendor's response: " with no advancing
           accept inText
           if inText = spaces
               display "Nothing saved"
               exit paragraph
           end-if
           move inText to ncr-vendorResponse
           move todayDate to ncr-responseDate
           move "RESPONDED" to ncr-status
           rewrite NcrRec
           if todayDate > ncr-responseDue
               display "Response recorded - late, was due "
                       ncr-responseDue
           else
               display "Response recorded"
           end-if.

       *> QA signs off only once the nonconforming units have a
       *> disposition and any CAR sent has been answered.
       closeNcr.
           perform readNcr
           if eof = "y"
               exit paragraph
           end-if
           if ncr-status = "CLOSED"
               display "NCR " inNcrID " is already closed"
               exit paragraph
           end-if
           if ncr-disposition = spaces
               display "Set a disposition before closing"
               exit paragraph
           end-if
           if ncr-status = "CAR-SENT"
               display "Vendor has not answered the CAR; "
                       "record the response before closing"
               exit paragraph
           end-if
           display "Closing note: " with no advancing
           accept inText
           move inText(1:40) to ncr-closeNote
           move ncrOperator to ncr-closedBy
           move todayDate to ncr-closedDate
           move "CLOSED" to ncr-status
           rewrite NcrRec
           display "NCR " inNcrID " closed by " ncrOperator.
