            01 BomStat pic xx.
            01 PickStat pic xx.
            01 bomUsable pic x value "N".
            01 bomRevision pic 9(3).
            01 bomFound pic x.
            01 eof pic x value "n".
            01 allDepts pic x(32) value spaces.
            *> 0 asks syncRequestLines to bring every request's
            *> lines into step.
            01 allRequests pic 9(6) value 0.
            01 frozenFlag pic x.

            01 waveOperator pic x(10).
            01 postedCount pic 9(2) value 0.
            01 DlStat pic xx.
            01 dlRecExists pic x.
            *> Per-line draw, home site against main storeroom, as
            *> requestSubtract hands it back for the dispatch log.
            01 issueSources.
                02 isLine occurs 20 times.
                    03 isItem pic x(25).
                    03 isSite pic x(8).
                    03 isSiteQty pic 9(4).
                    03 isMainQty pic 9(4).

            *> Segregation of duties: the wave honors the same
            *> approver-must-not-fulfill rule fulfillRequest.cbl
               end-perform
           close Requests

           *> Fulfilled requests move from committed to charged.
           if postedCount > 0
               call "recalcEncumbrance" using allDepts
               call "syncRequestLines" using allRequests
           end-if

           display "------------------------------------------"
           display "Requests fulfilled in this wave: " postedCount.

           end-if
           display "Posting request #" requestID " | " department
           call "requestSubtract" using itemNQuant
                   requestID department waveOperator issueSources
                   dateRequested
           perform releaseRequestLines
           move "Fulfilled" to reqStatus
           call "getDate" using fulfillTime fulfilledDate
               exit paragraph
           end-if
           move parseName to kitName
           call "bomForDate" using kitName dateRequested BomMasterRec
               bomRevision bomFound
           if bomFound not = "Y"
               compute resvDelta = resvSign * parseQuant
               call "adjustReservation" using parseName resvDelta
               exit paragraph
           end-if
           perform varying compJ from 1 by 1
                   until compJ > kitCompCount
               compute resvDelta =
                   resvSign * compQty(compJ) * parseQuant
               call "adjustReservation" using compName(compJ)
                   resvDelta compItemID(compJ)
           end-perform.

       openLineFiles.
           move spaces to dl-confirmOperator
           move 0 to dl-confirmDate
           move spaces to dl-confirmTime
           move issueSources to dl-lineSources
           if dlRecExists = "Y"
               rewrite DispatchLogRec
           else
