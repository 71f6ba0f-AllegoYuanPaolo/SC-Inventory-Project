           FD ApprovalDelegations.
           01 ApprovalDelegationRec.
               *> An approver's standing hand-over while they are
               *> away: between the two dates the delegate passes
               *> authCheck for whatever the delegator's own role
               *> would pass. Only the delegator's own role carries
               *> over - a delegate cannot pass it on again.
               02 dlKey.
                   03 dl-delegatorID pic x(10).
                   03 dl-fromDate pic 9(8).
               02 dl-delegateID pic x(10).
               *> Inclusive, YYYYMMDD.
               02 dl-toDate pic 9(8).
               *> A = active, R = revoked early (kept for the audit
               *> trail rather than deleted).
               02 dl-status pic x(1).
               02 dl-reason pic x(30).
               02 dl-enteredBy pic x(10).
               02 dl-enteredDate pic 9(8).
