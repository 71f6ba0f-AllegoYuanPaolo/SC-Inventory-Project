            01 choice pic 9 value 1.
            01 repriceOperator pic x(10).
            01 authorized pic x.
            *> The supervisor this reviewer stands in for when only a
            *> delegation let them through; stamped on each row they
            *> apply or reject.
            01 actingFor pic x(10).
            *> Posting staged prices is the same checkpoint weight as
            *> approving requests: SUPERVISOR (or ADMIN) qualifies.
            01 ApproverRole pic x(10) value "SUPERVISOR".
           move "STAGED" to rp-status
           move repriceOperator to rp-stagedBy
           move stageDate to rp-stagedDate
           move spaces to rp-reviewedBy rp-reviewedFor
           move 0 to rp-reviewedDate
           if recExists = "Y"
               rewrite RepriceStageRec
           else
       *> through logPriceChange so the variance report stays honest.
       reviewStaged.
           call "authCheck" using repriceOperator authorized
                   ApproverRole actingFor
           if authorized not = "Y"
               display "Not authorized to post price changes"
               exit paragraph
               when "R"
               when "r"
                   move "REJECTED" to rp-status
                   perform stampReview
                   rewrite RepriceStageRec
                   add 1 to rejectedCount
               when other
                       end-if
               end-read
           close Inventory
           perform stampReview
           rewrite RepriceStageRec.

       stampReview.
           move repriceOperator to rp-reviewedBy
           move actingFor to rp-reviewedFor
           move function current-date(1:8) to rp-reviewedDate.
