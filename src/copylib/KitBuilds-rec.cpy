           FD KitBuilds.
           01 KitBuildRec.
               *> One row per pre-build work order: what went into
               *> the kits and at what cost, so a breakdown returns
               *> the same components at the cost they were built
               *> with even after the BOM or the prices have moved.
               02 kb-buildID pic 9(6).
               02 kb-kitItemID pic 9(5).
               02 kb-kitName pic x(25).
               02 kb-qtyBuilt pic 9(4).
               *> Kits from this build since taken apart again.
               02 kb-qtyBrokenDown pic 9(4).
               02 kb-buildDate pic 9(8).
               02 kb-operatorID pic x(10).
               02 kb-compCount pic 9(2).
               02 kb-components.
                   03 kb-comp occurs 10 times.
                       04 kb-compItemID pic 9(5).
                       04 kb-compName pic x(25).
                       04 kb-compQty pic 9(2).
                       *> Component unitCost at the moment of the
                       *> build.
                       04 kb-compCost pic 9(6)v99.
               *> The BOM revision built to; 0 for a kit with no
               *> revision history.
               02 kb-revision pic 9(3).
