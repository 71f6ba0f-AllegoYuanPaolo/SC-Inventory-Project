      $set sourceformat"free"
        IDENTIFICATION DIVISION.
        PROGRAM-ID. delegationMaint.

       environment division.
           input-output section.
             file-control.
                  copy "ApprovalDelegations".

                  copy "OperatorRoles".

        DATA DIVISION.
           file section.
               copy "ApprovalDelegations-rec".

               copy "OperatorRoles-rec".

            WORKING-STORAGE SECTION.
            01 DlStat pic xx.
            01 roleStat pic xx.
            01 eof pic x value "n".

            01 choice pic 9 value 1.
            01 maintOperator pic x(10).
            01 operatorRole pic x(10).
            01 inDelegator pic x(10).
            01 inDelegate pic x(10).
            01 inFromDate pic 9(8).
            01 inToDate pic 9(8).
            01 inReason pic x(30).
            01 todayDate pic 9(8).
            01 listedCount pic 9(3) value 0.
            01 overlapFound pic x.
            01 delegatorRole pic x(10).
            01 confirmChoice pic x.

            *> Validated-input work fields (getValidDate).
            01 numCancel pic x.
            01 noZeroDate pic x value "N".

            *> Before/after pair for the master-file change log.
            01 chgFile pic x(24) value "ApprovalDelegations.dat".
            01 chgKey pic x(40).
            01 chgField pic x(20).
            01 chgOld pic x(40).
            01 chgNew pic x(40).

        linkage section.
        *> Menu-driven sessions pass the logged-in operator so
        *> this program stops trusting a re-typed ID; called
        *> standalone it still prompts.
        01 sessionOperator pic x(10).

        PROCEDURE DIVISION using optional sessionOperator.
           *> Reset scan state: this program is CALLed repeatedly from
           *> menuDriver's loop within the same run unit, and these
           *> fields only initialize once via their VALUE clauses.
           move "n" to eof
           move 0 to listedCount

           display "=== Approval Delegation ==="
           if sessionOperator is omitted
               display "Operator ID: " with no advancing
               accept maintOperator
           else
               move sessionOperator to maintOperator
           end-if
           move function current-date(1:8) to todayDate

           *> The operator's own role decides whose delegations they
           *> may enter: their own, or anyone's for ADMIN.
           move spaces to operatorRole
           open input OperatorRoles
           if roleStat not = "00"
               display "No OperatorRoles.dat; run loadOperatorRoles "
                       "first"
               exit program
           end-if
           move maintOperator to r-operatorID
           read OperatorRoles key is r-operatorID
               invalid key
                   display "Unrecognized operator ID: " maintOperator
                   close OperatorRoles
                   exit program
               not invalid key
                   move r-role to operatorRole
           end-read

           display "  [1] List current and future delegations"
           display "  [2] Hand my approvals to a delegate"
           display "  [3] Revoke a delegation"
           display "> " with no advancing
           accept choice

           open i-o ApprovalDelegations
               if DlStat = "35"
                   open output ApprovalDelegations
                   close ApprovalDelegations
                   open i-o ApprovalDelegations
               end-if
               call "openFileCheck" using DlStat

               evaluate choice
                   when 2
                       perform addDelegation
                   when 3
                       perform revokeDelegation
                   when other
                       perform listDelegations
               end-evaluate

           close ApprovalDelegations
           close OperatorRoles

       exit program.

       *> Expired and revoked rows stay on file for the audit trail
       *> but are left off the list.
       listDelegations.
           display "Approver   | Delegate   | From     | To       "
                   "| Reason"
           move low-values to dlKey
           start ApprovalDelegations key is not less than dlKey
               invalid key move "y" to eof
           end-start
           perform until eof = "y"
               read ApprovalDelegations next record
                   at end
                       move "y" to eof
                   not at end
                       if dl-status = "A" and dl-toDate >= todayDate
                           display dl-delegatorID " | " dl-delegateID
                                   " | " dl-fromDate " | " dl-toDate
                                   " | " function trim(dl-reason)
                           add 1 to listedCount
                       end-if
               end-read
           end-perform
           display "Delegations in force or to come: " listedCount.

       addDelegation.
           move maintOperator to inDelegator
           if operatorRole = "ADMIN"
               display "Approver handing over (blank = yourself): "
                       with no advancing
               accept inDelegator
               if inDelegator = spaces
                   move maintOperator to inDelegator
               end-if
           end-if

           move inDelegator to r-operatorID
           read OperatorRoles key is r-operatorID
               invalid key
                   display "Unrecognized approver: " inDelegator
                   exit paragraph
               not invalid key
                   move r-role to delegatorRole
           end-read

           display "Delegate operator ID: " with no advancing
           accept inDelegate
           if inDelegate = spaces or inDelegate = inDelegator
               display "A delegate other than the approver is "
                       "required; nothing saved"
               exit paragraph
           end-if
           move inDelegate to r-operatorID
           read OperatorRoles key is r-operatorID
               invalid key
                   display "Unrecognized delegate: " inDelegate
                   exit paragraph
           end-read

           display "From date (YYYYMMDD): " with no advancing
           call "getValidDate" using inFromDate numCancel noZeroDate
           if numCancel = "Y"
               display "Nothing saved"
               exit paragraph
           end-if
           display "To date (YYYYMMDD, inclusive): " with no advancing
           call "getValidDate" using inToDate numCancel noZeroDate
           if numCancel = "Y"
               display "Nothing saved"
               exit paragraph
           end-if
           if inToDate < inFromDate
               display "To date is before the from date; nothing "
                       "saved"
               exit paragraph
           end-if
           if inToDate < todayDate
               display "That window is already over; nothing saved"
               exit paragraph
           end-if
           display "Reason (e.g. annual leave): " with no advancing
           accept inReason

           perform checkOverlap
           if overlapFound = "Y"
               display "The approver already has a delegation "
                       "covering part of that window; revoke it "
                       "first"
               exit paragraph
           end-if

           display function trim(inDelegate) " will pass as "
                   function trim(inDelegator) " ("
                   function trim(delegatorRole) ") from " inFromDate
                   " to " inToDate ". Confirm? [y/n]: "
                   with no advancing
           accept confirmChoice
           if confirmChoice not = "y" and confirmChoice not = "Y"
               display "Nothing saved"
               exit paragraph
           end-if

           move inDelegator to dl-delegatorID
           move inFromDate to dl-fromDate
           move inDelegate to dl-delegateID
           move inToDate to dl-toDate
           move "A" to dl-status
           move inReason to dl-reason
           move maintOperator to dl-enteredBy
           move todayDate to dl-enteredDate
           write ApprovalDelegationRec
               invalid key
                   display "A delegation from that date is already "
                           "on file"
               not invalid key
                   display "Delegation saved"
                   perform setDelegationKey
                   move "dl-delegateID" to chgField
                   move spaces to chgOld
                   move dl-delegateID to chgNew
                   call "logMasterChange" using chgFile chgKey
                       chgField chgOld chgNew maintOperator
                   move "dl-toDate" to chgField
                   move dl-toDate to chgNew
                   call "logMasterChange" using chgFile chgKey
                       chgField chgOld chgNew maintOperator
           end-write.

       *> One hand-over at a time per approver, so the delegate an
       *> approval names is never ambiguous.
       checkOverlap.
           move "N" to overlapFound
           move inDelegator to dl-delegatorID
           move 0 to dl-fromDate
           start ApprovalDelegations key is not less than dlKey
               invalid key
                   exit paragraph
           end-start
           move "n" to eof
           perform until eof = "y"
               read ApprovalDelegations next record
                   at end
                       move "y" to eof
                   not at end
                       if dl-delegatorID not = inDelegator
                           move "y" to eof
                       else
                           if dl-status = "A"
                              and dl-fromDate <= inToDate
                              and dl-toDate >= inFromDate
                               move "Y" to overlapFound
                               move "y" to eof
                           end-if
                       end-if
               end-read
           end-perform
           move "n" to eof.

       revokeDelegation.
           move maintOperator to inDelegator
           if operatorRole = "ADMIN"
               display "Approver (blank = yourself): "
                       with no advancing
               accept inDelegator
               if inDelegator = spaces
                   move maintOperator to inDelegator
               end-if
           end-if
           display "From date of the delegation (YYYYMMDD): "
                   with no advancing
           call "getValidDate" using inFromDate numCancel noZeroDate
           if numCancel = "Y"
               exit paragraph
           end-if

           move inDelegator to dl-delegatorID
           move inFromDate to dl-fromDate
           read ApprovalDelegations key is dlKey
               invalid key
                   display "No such delegation on file"
                   exit paragraph
           end-read
           if dl-status not = "A"
               display "Already revoked"
               exit paragraph
           end-if

           move "R" to dl-status
           rewrite ApprovalDelegationRec
           display "Delegation to " function trim(dl-delegateID)
                   " revoked; it no longer passes authCheck"
           perform setDelegationKey
           move "dl-status" to chgField
           move "A" to chgOld
           move "R" to chgNew
           call "logMasterChange" using chgFile chgKey chgField
               chgOld chgNew maintOperator.

       setDelegationKey.
           move spaces to chgKey
           string function trim(dl-delegatorID) "/" dl-fromDate
               delimited by size into chgKey
           end-string.
