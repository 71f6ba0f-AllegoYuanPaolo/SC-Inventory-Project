            01 rejStat pic xx.
            01 eofFlag pic x value "N".
            01 bomUsable pic x value "N".
            01 bomTxnDate pic x(10) value spaces.
            01 bomRevision pic 9(3).
            01 bomFound pic x.

            01 rejectFileName pic x(48).
            01 importDate pic 9(8).

            01 lineNo pic 9(4) value 0.
            01 importedCount pic 9(4) value 0.
            *> 0 asks syncRequestLines to bring every request's
            *> lines into step.
            01 allRequests pic 9(6) value 0.
            01 rejectedCount pic 9(4) value 0.

            01 inDept pic x(32).
           end-if
           close importFile
           close RejectFile
           if importedCount > 0
               call "syncRequestLines" using allRequests
           end-if

           display "------------------------------------------"
           display "Imported: " importedCount
               invalid key
                   if bomUsable = "Y"
                       move parseName to kitName
                       call "bomForDate" using kitName bomTxnDate
                           BomMasterRec bomRevision bomFound
                       if bomFound not = "Y"
                           move "N" to lineValid
                           string "unknown item: "
                                  function trim(parseName)
                               delimited by size
                               into rejectReasonText
                           end-string
                       end-if
                   else
                       move "N" to lineValid
                       string "unknown item: "
           move inOperator to operatorID
           move "PENDING" to reqStatus
           move spaces to approvedBy
           move spaces to approvedFor
           move spaces to approveDate
           move spaces to rejectReason
           move spaces to fulfilledDate
