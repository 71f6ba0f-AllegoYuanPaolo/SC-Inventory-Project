            01 sameEntryApprove pic 9(4) value 0.
            01 sameApproveFulfil pic 9(4) value 0.
            01 overrideCount pic 9(4) value 0.
            *> A delegate signs as themselves, so the checks above
            *> already catch their own hands; these catch them acting
            *> for the approver whose hands were already on it.
            01 delegateForOwn pic 9(4) value 0.
            01 fulfilledBy pic x(10).

        PROCEDURE DIVISION.
           move 0 to sameEntryApprove
           move 0 to sameApproveFulfil
           move 0 to overrideCount
           move 0 to delegateForOwn

           display "=== Segregation-of-Duties Exception Report ==="

                   sameEntryApprove
           display "Approved and fulfilled by the same hands: "
                   sameApproveFulfil
           display "Approved by a delegate for the keyer   : "
                   delegateForOwn
           display "Logged overrides on file               : "
                   overrideCount

                       function trim(operatorID)
                       " keyed AND approved | " reqStatus
           end-if
           if approvedFor not = spaces and operatorID = approvedFor
               add 1 to delegateForOwn
               display "  #" requestID " | "
                       function trim(approvedBy) " approved for "
                       function trim(approvedFor)
                       ", who keyed it | " reqStatus
           end-if

           if reqStatus not = "Fulfilled"
              and reqStatus not = "DELIVERED"
               display "  #" requestID " | "
                       function trim(approvedBy)
                       " approved AND fulfilled"
           end-if
           if fulfilledBy not = spaces and approvedFor not = spaces
              and fulfilledBy = approvedFor
               add 1 to delegateForOwn
               display "  #" requestID " | "
                       function trim(approvedBy) " approved for "
                       function trim(approvedFor)
                       ", who fulfilled it"
           end-if.

       findFulfiller.
