           LOCAL-STORAGE SECTION.

           01 roleStat pic xx.
           01 operatorKnown pic x.
           01 heldRole pic x(10).
           01 neededRole pic x(10).
           01 delegator pic x(10).

           linkage section.
           01 operatorID pic x(10).
           *> (e.g. "SUPERVISOR"); omitted keeps the original
           *> ADMIN-only behaviour. ADMIN always qualifies either way.
           01 requiredRole pic x(10).
           *> Optional: back as the approver this operator is standing
           *> in for when only a delegation (ApprovalDelegations.dat)
           *> let them through; spaces when their own role did.
           *> Approval screens stamp it next to the operator.
           01 actingFor pic x(10).

       PROCEDURE DIVISION using operatorID authorized
               optional requiredRole optional actingFor.

           move "N" to authorized
           move "N" to operatorKnown
           move spaces to delegator
           if actingFor is not omitted
               move spaces to actingFor
           end-if

           open input OperatorRoles
               if roleStat = "35"
                           *> any other seeded role (e.g. CLERK) is
                           *> recognized but not authorized for these
                           *> unless the caller named it as sufficient.
                           move "Y" to operatorKnown
                           move r-role to heldRole
                           *> A deactivated (or not yet confirmed) ID
                           *> is treated as unknown, so no delegation
                           *> can lift it either.
                           evaluate true
                               when r-status not = space
                                   display "Operator " operatorID
                                           " is not an active login"
                                   move "N" to operatorKnown
                               when r-role = "ADMIN"
                                   move "Y" to authorized
                               when requiredRole is not omitted
                                   if r-role = requiredRole
                                       move "Y" to authorized
                                   end-if
                           end-evaluate
                   end-read

                   close OperatorRoles
               end-if

           *> An approver on leave may have handed their role to this
           *> operator for a dated window; the delegate passes on the
           *> delegator's role, never on a chain of delegations.
           if operatorKnown = "Y" and authorized not = "Y"
               if requiredRole is omitted
                   move "ADMIN" to neededRole
               else
                   move requiredRole to neededRole
               end-if
               call "checkDelegation" using operatorID neededRole
                   delegator
               if delegator not = spaces
                   move "Y" to authorized
                   display "Acting for " function trim(delegator)
                           " under delegation"
                   if actingFor is not omitted
                       move delegator to actingFor
                   end-if
               else
                   display "Operator " operatorID
                           " (role " heldRole
                           ") is not authorized for this "
                           "action"
               end-if
           end-if

       goback.
