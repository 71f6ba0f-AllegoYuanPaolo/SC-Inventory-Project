      $set sourceformat"free"
        IDENTIFICATION DIVISION.
        PROGRAM-ID. itemRequestHistory.

       environment division.
           input-output section.
               file-control.
                   copy "RequestLines".

                   copy "Inventory.cpy".

        DATA DIVISION.
           file section.
               copy "RequestLines-rec".

               copy "Inventory-rec.cpy".

            WORKING-STORAGE SECTION.
            01 RlStat pic xx.
            01 InvStat pic xx.
            01 eof pic x value "n".

            01 inItemID pic 9(5).
            01 inItemName pic x(25).
            01 fromDate pic 9(8).
            01 toDate pic 9(8).

            01 shownCount pic 9(6) value 0.
            01 totOrdered pic 9(8) value 0.
            01 totFilled pic 9(8) value 0.
            01 totShort pic 9(8) value 0.
            01 dispQty pic z,zz9.
            01 dispFill pic z,zz9.
            01 dispShort pic z,zz9.
            01 dispTot pic zz,zzz,zz9.

            *> Validated-input work fields (getNumeric / getValidDate).
            01 numIn pic 9(8).
            01 numCancel pic x.

        PROCEDURE DIVISION.
           *> Reset scan state: this program is CALLed repeatedly from
           *> menuDriver's loop within the same run unit, and these
           *> fields only initialize once via their VALUE clauses.
           move "n" to eof
           move 0 to shownCount
           move 0 to totOrdered
           move 0 to totFilled
           move 0 to totShort

           display "=== Item Request History ==="
           display "ItemID (0 = look up by name): " with no advancing
           call "getNumeric" using numIn numCancel
           if numCancel = "Y"
               exit program
           end-if
           move numIn to inItemID
           if inItemID = 0
               display "Item name: " with no advancing
               accept inItemName
               perform resolveItemName
               if inItemID = 0
                   display "No item on file named "
                           function trim(inItemName)
                   exit program
               end-if
           end-if

           display "Requested from YYYYMMDD (0 = any): "
                   with no advancing
           call "getValidDate" using fromDate numCancel "Y"
           if numCancel = "Y"
               exit program
           end-if
           display "Requested to YYYYMMDD (0 = any): "
                   with no advancing
           call "getValidDate" using toDate numCancel "Y"
           if numCancel = "Y"
               exit program
           end-if
           if toDate = 0
               move 99999999 to toDate
           end-if

           open input RequestLines
           if RlStat not = "00"
               display "No RequestLines.dat yet; run the request line "
                       "load first"
               exit program
           end-if

           display "Request| Line| Requested| Department           "
                   "| Ordered| Filled| Owed | Status"

           *> Every line ever raised for the item, straight off the
           *> itemID alternate key instead of a pass over Requests.
           move inItemID to rl-itemID
           start RequestLines key is equal to rl-itemID
               invalid key
                   move "y" to eof
           end-start

           perform until eof = "y"
               read RequestLines next record
                   at end
                       move "y" to eof
                   not at end
                       if rl-itemID not = inItemID
                           move "y" to eof
                       else
                           if rl-requestDate >= fromDate
                              and rl-requestDate <= toDate
                               perform showOneLine
                           end-if
                       end-if
               end-read
           end-perform

           close RequestLines

           display "------------------------------------------"
           display "Lines shown: " shownCount
           move totOrdered to dispTot
           display "Units ordered : " dispTot
           move totFilled to dispTot
           display "Units filled  : " dispTot
           move totShort to dispTot
           display "Units owed    : " dispTot

       exit program.

       resolveItemName.
           open input Inventory
           if InvStat not = "00"
               exit paragraph
           end-if
           move inItemName to itemName
           read Inventory key is itemName
               invalid key
                   continue
               not invalid key
                   move itemID to inItemID
           end-read
           close Inventory.

       showOneLine.
           add 1 to shownCount
           add rl-orderedQty to totOrdered
           add rl-filledQty to totFilled
           add rl-backorderQty to totShort
           move rl-orderedQty to dispQty
           move rl-filledQty to dispFill
           move rl-backorderQty to dispShort
           display rl-requestID " | " rl-lineNo " | " rl-requestDate
                   " | " rl-department(1:20) "| " dispQty "  | "
                   dispFill " |" dispShort " | " rl-lineStatus.
