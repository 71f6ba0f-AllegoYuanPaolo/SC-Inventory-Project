           FD BomRevisions.
           01 BomRevisionRec.
               *> Every version a kit has had. BomMaster.dat keeps
               *> the one in effect today for the programs that only
               *> ever want the current kit; anything dated looks its
               *> revision up here (bomForDate.cbl).
               02 brKey.
                   03 br-kitName pic x(25).
                   03 br-revision pic 9(3).
               *> In effect from br-effFrom through br-effTo; an
               *> effTo of 0 is open-ended. A new revision closes the
               *> one before it the day before it starts.
               02 br-effFrom pic 9(8).
               02 br-effTo pic 9(8).
               02 br-reason pic x(40).
               02 br-changedBy pic x(10).
               02 br-changedDate pic 9(8).
               *> Same component layout as BomMaster.dat.
               02 br-compCount pic 9(2).
               02 br-components.
                   03 br-comp occurs 10 times.
                       04 br-compItemID pic 9(5).
                       04 br-compName pic x(25).
                       04 br-compQty pic 9(2).
