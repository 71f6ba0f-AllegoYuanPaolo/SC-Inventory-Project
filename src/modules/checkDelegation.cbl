      $set sourceformat"free"
       identification division.
       program-id. checkDelegation.

       environment division.
           input-output section.
               file-control.
                   copy "ApprovalDelegations".

                   copy "OperatorRoles".

       data division.
           file section.
               copy "ApprovalDelegations-rec".

               copy "OperatorRoles-rec".

           local-storage section.
           01 DlStat pic xx.
           01 roleStat pic xx.
           01 dlEof pic x.
           01 todayDate pic 9(8).

           linkage section.
           01 delegateID pic x(10).
           *> The role the action needs; "ADMIN" asks for a full
           *> ADMIN hand-over only.
           01 requiredRole pic x(10).
           *> Back as the delegator whose role covers the action
           *> today, or spaces when no delegation does.
           01 actingFor pic x(10).

       procedure division using delegateID requiredRole actingFor.

           move spaces to actingFor
           if delegateID = spaces
               goback
           end-if
           move function current-date(1:8) to todayDate

           open input ApprovalDelegations
           if DlStat not = "00"
               goback
           end-if
           open input OperatorRoles
           if roleStat not = "00"
               close ApprovalDelegations
               goback
           end-if

           move delegateID to dl-delegateID
           move "n" to dlEof
           start ApprovalDelegations key is equal to dl-delegateID
               invalid key
                   move "y" to dlEof
           end-start
           perform until dlEof = "y"
               read ApprovalDelegations next record
                   at end
                       move "y" to dlEof
                   not at end
                       if dl-delegateID not = delegateID
                           move "y" to dlEof
                       else
                           perform checkOneDelegation
                       end-if
               end-read
           end-perform

           close ApprovalDelegations
           close OperatorRoles

       goback.

       *> Inside its window and not revoked, and the delegator's own
       *> role is enough for the action - the same test authCheck
       *> puts the delegator through.
       checkOneDelegation.
           if dl-status not = "A"
              or todayDate < dl-fromDate
              or todayDate > dl-toDate
               exit paragraph
           end-if
           move dl-delegatorID to r-operatorID
           read OperatorRoles key is r-operatorID
               invalid key
                   exit paragraph
           end-read
           *> A leaver's standing delegations die with their login.
           if r-status not = space
               exit paragraph
           end-if
           if r-role = "ADMIN" or r-role = requiredRole
               move dl-delegatorID to actingFor
               move "y" to dlEof
           end-if.
