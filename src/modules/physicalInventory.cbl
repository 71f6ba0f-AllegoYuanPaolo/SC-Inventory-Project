            01 piOperator pic x(10).
            01 authorized pic x.
            01 SupervisorRole pic x(10) value "SUPERVISOR".
            *> The supervisor the poster stands in for when only a
            *> delegation let them through; journaled beside them.
            01 actingFor pic x(10).
            01 confirmChoice pic x.

            01 inItemID pic 9(5).
       *> target, which is the whole point.
       startFreeze.
           call "authCheck" using piOperator authorized
                   SupervisorRole actingFor
           if authorized not = "Y"
               display "Not authorized to start a physical inventory"
               exit paragraph

       finalReconcile.
           call "authCheck" using piOperator authorized
                   SupervisorRole actingFor
           if authorized not = "Y"
               display "Not authorized to post the physical inventory"
               exit paragraph
               move piOperator to adj-operatorID
               move todayDate to adj-date
               move nowTime to adj-time
               move actingFor to adj-actingFor
               perform appendAdjustment

               move variance to ledQty
