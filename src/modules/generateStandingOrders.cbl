            01 todayDate pic 9(8).
            01 nextRunWork pic 9(8).
            01 raisedCount pic 9(3) value 0.
            *> 0 asks syncRequestLines to bring every request's
            *> lines into step.
            01 allRequests pic 9(6) value 0.

        PROCEDURE DIVISION.
           *> Reset scan state: this program is CALLed repeatedly from

           close Requests
           close StandingOrders
           if raisedCount > 0
               call "syncRequestLines" using allRequests
           end-if

           display "------------------------------------------"
           display "Requests raised from standing orders: "
           move "SYSTEM" to operatorID
           move "PENDING" to reqStatus
           move spaces to approvedBy
           move spaces to approvedFor
           move spaces to approveDate
           move spaces to rejectReason
           move spaces to fulfilledDate
