            01 dispOnOrder pic zzz,zz9.
            01 shortItemCount pic 9(3) value 0.
            01 BomStat pic xx.
            01 bomRevision pic 9(3).
            01 bomFound pic x.
            01 compJ pic 9(2).
            01 demandName pic x(25).
            01 demandAdd pic 9(6).

       *> Demand still coming at the shelf: every PENDING or APPROVED
       *> request line. Fulfilled and rejected ones have already
       *> moved (or will never move) stock. Kit lines explode into
       *> component demand through the revision in effect on the
       *> day the request was raised, as fulfillment will.
       loadRequestDemand.
           open input Requests
               if ReqStat = "35"

           open input Inventory
               call "openFileCheck" using InvStat
               perform until eof = "y"
                   read Requests next record
                       at end
               end-perform

           close Requests
           close Inventory.

       accumulateRequestLines.
           move 1 to ptr
           end-read.

       accumulateKitLine.
           move parseName to kitName
           call "bomForDate" using kitName dateRequested BomMasterRec
               bomRevision bomFound
           if bomFound not = "Y"
               exit paragraph
           end-if
           perform varying compJ from 1 by 1
                   until compJ > kitCompCount
               move compName(compJ) to demandName
