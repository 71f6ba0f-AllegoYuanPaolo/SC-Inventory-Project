           FD ObsReserve.
           01 ObsReserveRec.
               *> Obsolescence reserve carried per material type at
               *> each month end (obsolescenceReserve.cbl). The
               *> journal books only the movement: or-change is this
               *> period's balance less the latest earlier one.
               02 orKey.
                   03 or-period pic 9(6).
                   03 or-matType pic x(10).
               02 or-stockValue pic 9(11)v99.
               02 or-balance pic 9(11)v99.
               02 or-change pic s9(11)v99.
               02 or-runBy pic x(10).
               02 or-runDate pic 9(8).
