            01 ReqStat pic xx.
            01 inRequestID pic 9(6).
            01 confirmChoice pic x.
            *> Department whose encumbrance needs rebuilding after a
            *> cancellation; spaces when nothing was cancelled.
            01 encDept pic x(32).

            *> Same "item, quant" UNSTRING-by-"; "-then-by-", " parse
            *> requestSubtract.cbl uses, here to hand back whatever an
            01 InvStat pic xx.
            01 BomStat pic xx.
            01 bomUsable pic x value "N".
            01 bomRevision pic 9(3).
            01 bomFound pic x.
            01 compJ pic 9(2).
            01 resvSign pic s9 value +1.


        PROCEDURE DIVISION.
           move spaces to encDept
           display "=== Cancel Request ==="
           display "Request ID: " with no advancing
           accept inRequestID

           close Requests

           *> A cancelled approval no longer commits budget.
           if encDept not = spaces
               call "recalcEncumbrance" using encDept
           end-if
           call "syncRequestLines" using inRequestID

       exit program.

       cancelIfOpen.

           move "Cancelled" to reqStatus
           rewrite requestRecord
           move department to encDept
           display "Request #" requestID " cancelled".

       releaseRequestLines.
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
