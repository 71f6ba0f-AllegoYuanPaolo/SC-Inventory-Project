               copy "SodLog-rec".

            WORKING-STORAGE SECTION.
            *> Department whose encumbrance needs rebuilding after a
            *> fulfillment; spaces when nothing was fulfilled.
            01 encDept pic x(32).
            01 ReqStat pic xx.
            01 inRequestID pic 9(6).
            01 fulfillTime pic x(8).
            01 InvStat pic xx.
            01 BomStat pic xx.
            01 bomUsable pic x value "N".
            01 bomRevision pic 9(3).
            01 bomFound pic x.
            01 compJ pic 9(2).
            01 resvSign pic s9 value +1.

            01 dispPriority pic x(7).
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

            *> Segregation of duties: fulfilling a request one
            *> approved needs an explicit, logged override.
        01 sessionOperator pic x(10).

        PROCEDURE DIVISION using optional sessionOperator.
           move spaces to encDept
           *> Year-end freeze: requestSubtract would refuse the
           *> deduction anyway, so refuse here before the request
           *> could be marked Fulfilled with no stock moved.

           close Requests

           *> The request's value moves from committed to charged.
           if encDept not = spaces
               call "recalcEncumbrance" using encDept
               call "syncRequestLines" using inRequestID
           end-if

       exit program.

       *> The picking queue at a glance, STAT ahead of URGENT ahead
                   display "Request #" requestID " | " department
                   call "requestSubtract" using itemNQuant
                           requestID department fulfillOperator
                           issueSources dateRequested
                   *> The promise is kept (or backordered); either way
                   *> the reservation no longer holds the stock.
                   perform releaseRequestLines
                   call "getDate" using fulfillTime fulfilledDate
                   rewrite requestRecord
                   perform logDispatch
                   move department to encDept
                   display "Request #" requestID " fulfilled"
                           " - dispatched for delivery"
               when "PENDING"
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
