               02 dl-confirmOperator pic x(10).
               02 dl-confirmDate pic 9(8).
               02 dl-confirmTime pic x(8).
               *> Where each request line was drawn from: the
               *> department's home site's share and the main
               *> storeroom's, as requestSubtract.cbl reported them.
               *> Blank lines were kits, substitutes or fully
               *> backordered.
               02 dl-lineSources.
                   03 dl-source occurs 20 times.
                       04 dl-srcItem pic x(25).
                       04 dl-srcSite pic x(8).
                       04 dl-srcSiteQty pic 9(4).
                       04 dl-srcMainQty pic 9(4).
