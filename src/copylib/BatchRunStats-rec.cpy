           FD BatchRunStats.
           01 batchStatsRec.
               *> One row per step each time it runs, plus a step 00
               *> row for the window as a whole. Keyed job, step name,
               *> then start stamp, so one step's history reads in run
               *> order and survives the step moving in the sequence.
               02 bsKey.
                   03 bs-job pic x(8).
                   03 bs-stepName pic x(20).
                   03 bs-startDate pic 9(8).
                   03 bs-startTime pic 9(6).
               02 bs-stepNo pic 9(2).
               *> The window's run date the step belongs to; a step
               *> that starts after midnight still counts to the
               *> night it was part of.
               02 bs-runDate pic 9(8).
               02 bs-endDate pic 9(8).
               02 bs-endTime pic 9(6).
               02 bs-elapsed pic 9(6).
               02 bs-read pic 9(7).
               02 bs-written pic 9(7).
               02 bs-rejected pic 9(7).
               *> 00 = ran clean, 04 = finished with rejects or
               *> exceptions, 08 = ended early without reporting its
               *> counts (input missing, nothing to do).
               02 bs-compCode pic 9(2).
               *> Average seconds of the step's previous runs it was
               *> held against (0 = too little history), and S when
               *> it ran slow enough to alert. The step 00 row carries
               *> L when the window overran its cutoff.
               02 bs-normalSecs pic 9(6).
               02 bs-slowFlag pic x(1).
