           FD Calibration.
           01 calibrationRec.
               *> One row per measuring tool: a serial-tracked unit
               *> by its serial, otherwise the item as a whole with
               *> cal-serial spaces. A row past cal-nextDue, or whose
               *> last result was FAIL, is locked out of the crib.
               02 calKey.
                   03 cal-itemID pic 9(5).
                   03 cal-serial pic x(20).
               02 cal-itemName pic x(25).
               02 cal-intervalDays pic 9(4).
               02 cal-lastDate pic 9(8).
               02 cal-nextDue pic 9(8).
               *> Last PASS: the start of the recall window when a
               *> later calibration finds the tool out of tolerance.
               02 cal-lastGoodDate pic 9(8).
               *> PASS / FAIL; spaces until first calibrated.
               02 cal-lastResult pic x(4).
               02 cal-certRef pic x(20).
               02 cal-vendorCode pic x(8).
               02 cal-vendorName pic x(25).
               02 cal-changedBy pic x(10).
               02 cal-changedDate pic 9(8).
