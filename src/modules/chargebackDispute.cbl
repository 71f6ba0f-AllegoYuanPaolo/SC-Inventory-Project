            *> Ruling on a dispute is a supervisor checkpoint, same
            *> weight as approving the requests being contested.
            01 ApproverRole pic x(10) value "SUPERVISOR".
            *> The supervisor this operator rules for when only a
            *> delegation let them through; stamped beside
            *> cd-decidedBy.
            01 actingFor pic x(10).

            01 inPeriod pic 9(6).
            01 inDept pic x(32).
           move "OPEN" to cd-status
           move disputeOperator to cd-raisedBy
           move function current-date(1:8) to cd-raisedDate
           move spaces to cd-decidedBy cd-decidedFor
           move 0 to cd-decidedDate
           move 0 to cd-creditedPeriod
           move 0 to cd-appliedAmount

       ruleOnDisputes.
           call "authCheck" using disputeOperator authorized
                   ApproverRole actingFor
           if authorized not = "Y"
               display "Not authorized to rule on disputes"
               exit paragraph
               when "a"
                   move "APPROVED" to cd-status
                   move disputeOperator to cd-decidedBy
                   move actingFor to cd-decidedFor
                   move function current-date(1:8) to cd-decidedDate
                   rewrite ChargebackDisputeRec
                   add 1 to ruledCount
               when "d"
                   move "DENIED" to cd-status
                   move disputeOperator to cd-decidedBy
                   move actingFor to cd-decidedFor
                   move function current-date(1:8) to cd-decidedDate
                   rewrite ChargebackDisputeRec
                   add 1 to ruledCount
