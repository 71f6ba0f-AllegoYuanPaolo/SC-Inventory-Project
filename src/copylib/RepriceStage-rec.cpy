               02 rp-status pic x(10).
               02 rp-stagedBy pic x(10).
               02 rp-stagedDate pic 9(8).
               *> Who applied or rejected the row, and the supervisor
               *> they were standing in for under a delegation
               *> (spaces when they reviewed on their own role).
               02 rp-reviewedBy pic x(10).
               02 rp-reviewedFor pic x(10).
               02 rp-reviewedDate pic 9(8).
