      $set sourceformat"free"
       identification division.
       program-id. calibrationCheck.

       environment division.
           input-output section.
               file-control.
                   copy "Calibration".

       data division.
           file section.
               copy "Calibration-rec".

           working-storage section.
           01 todayDate pic 9(8).

           local-storage section.
           01 CalStat pic xx.

           linkage section.
           01 ccItemID pic 9(5).
           *> Spaces asks about the item as a whole.
           01 ccSerial pic x(20).
           *> N = not on the calibration schedule, G = good,
           *> X = past its due date, F = failed its last calibration.
           01 ccStatus pic x(1).
           01 ccNextDue pic 9(8).

       procedure division using ccItemID ccSerial ccStatus ccNextDue.

           *> One shared answer to "may this tool go out", asked the
           *> way stock programs ask checkFreeze.
           move "N" to ccStatus
           move 0 to ccNextDue
           open input Calibration
           if CalStat not = "00"
               goback
           end-if
           move ccItemID to cal-itemID
           move ccSerial to cal-serial
           read Calibration key is calKey
               invalid key
                   continue
               not invalid key
                   move cal-nextDue to ccNextDue
                   move function current-date(1:8) to todayDate
                   evaluate true
                       when cal-lastResult = "FAIL"
                           move "F" to ccStatus
                       when cal-nextDue < todayDate
                           move "X" to ccStatus
                       when other
                           move "G" to ccStatus
                   end-evaluate
           end-read
           close Calibration

       goback.
