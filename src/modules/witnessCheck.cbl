       identification division.
       program-id. witnessCheck.

       data division.
           working-storage section.
           01 inWitnessID pic x(10).
           01 inPassword pic x(10).
           01 pwResult pic x.

           linkage section.
           01 issuingOperator pic x(10).
           move "N" to witnessOK
           move spaces to witnessID

           display "Witness operator ID: " with no advancing
           accept inWitnessID
           if inWitnessID = issuingOperator
               display "The witness must be a second person"
               goback
           end-if

           display "Witness password   : " with no advancing
           accept inPassword

           *> Same check as the sign-on: a wrong witness password
           *> counts toward that witness's lockout. An expired one
           *> still proves who is standing there.
           call "verifyPassword" using inWitnessID inPassword pwResult
           evaluate pwResult
               when "Y"
               when "E"
                   move "Y" to witnessOK
                   move inWitnessID to witnessID
               when "F"
                   display "No OperatorRoles.dat; cannot verify a "
                           "witness - controlled issue refused"
               when "U"
                   display "Unrecognized witness ID"
               when "I"
                   display "Witness ID has been deactivated"
               when "L"
                   display "Witness account is locked"
               when other
                   display "Witness password does not match"
           end-evaluate

       goback.
