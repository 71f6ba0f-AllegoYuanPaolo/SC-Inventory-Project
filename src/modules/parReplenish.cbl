            *> else (lineItemQuant), so a huge top-up caps at 99.
            01 topUpLine pic 9(2).
            01 raisedCount pic 9(3) value 0.
            *> 0 asks syncRequestLines to bring every request's
            *> lines into step.
            01 allRequests pic 9(6) value 0.

            *> One request per department per run, built up to the
            *> request form's 20-line limit as its short rows stream
            *> so a failed request leaves them eligible for a retry.
            01 pendCount pic 9(2) value 0.
            01 pendTable.
                02 pendItemID occurs 20 times pic 9(5).
            01 pendI pic 9(2).
            01 savedDept pic x(32).
            01 savedItemID pic 9(5).

        PROCEDURE DIVISION.
           *> Reset scan state: this program is CALLed repeatedly from

           close Requests
           close ParLevels
           if raisedCount > 0
               call "syncRequestLines" using allRequests
           end-if

           display "------------------------------------------"
           display "Top-up requests raised: " raisedCount
                   " -> top up " topUpQty

           add 1 to pendCount
           move par-itemID to pendItemID(pendCount).

       raiseBuiltRequest.
           if builtLines = 0 or currentDept = spaces
           move "SYSTEM" to operatorID
           move "PENDING" to reqStatus
           move spaces to approvedBy
           move spaces to approvedFor
           move spaces to approveDate
           move spaces to rejectReason
           move spaces to fulfilledDate
       *> is nothing to restore.
       stampRaisedRows.
           move par-dept to savedDept
           move par-itemID to savedItemID

           perform varying pendI from 1 by 1 until pendI > pendCount
               move currentDept to par-dept
               move pendItemID(pendI) to par-itemID
               read ParLevels key is parKey
                   invalid key
                       continue

           if eof not = "y"
               move savedDept to par-dept
               move savedItemID to par-itemID
               read ParLevels key is parKey
                   invalid key
                       continue
