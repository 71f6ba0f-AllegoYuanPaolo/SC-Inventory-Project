      $set sourceformat"free"
        IDENTIFICATION DIVISION.
        PROGRAM-ID. operatorOffboard.

       environment division.
           input-output section.
               file-control.
                   copy "OperatorRoles".

                   copy "Requests".

                   copy "ToolLoans".

                   copy "Alerts".

                   copy "ApprovalDelegations".

                   copy "HandoverNotes".

                   copy "Sessions".

                   copy "OffboardQueue".

        DATA DIVISION.
           file section.
               copy "OperatorRoles-rec".

               copy "Requests-rec".

               copy "ToolLoans-rec".

               copy "Alerts-rec".

               copy "ApprovalDelegations-rec".

               copy "HandoverNotes-rec".

               copy "Sessions-rec".

               copy "OffboardQueue-rec".

            WORKING-STORAGE SECTION.
            01 roleStat pic xx.
            01 ReqStat pic xx.
            01 TlStat pic xx.
            01 AlStat pic xx.
            01 DlStat pic xx.
            01 HnStat pic xx.
            01 SessStat pic xx.
            01 OqStat pic xx.
            01 eof pic x value "n".

            01 adminOperator pic x(10).
            01 authorized pic x.
            01 leaverID pic x(10).
            01 successorID pic x(10).
            01 leaverRole pic x(10).
            01 leaverStatus pic x(1).
            01 confirmChoice pic x.
            01 todayDate pic 9(8).

            *> N while listing what is open, Y on the pass that moves
            *> it; the same scan does both so the list shown is the
            *> list applied.
            01 applyMode pic x value "N".
            01 openCount pic 9(5) value 0.
            01 movedCount pic 9(5) value 0.

            *> Before/after pair for the master-file change log - the
            *> audit record of every item handed on.
            01 chgFile pic x(24).
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
           move "N" to applyMode
           move 0 to openCount
           move 0 to movedCount

           display "=== Operator Offboarding ==="
           if sessionOperator is omitted
               display "Operator ID: " with no advancing
               accept adminOperator
           else
               move sessionOperator to adminOperator
           end-if
           *> Only ADMIN takes a login away.
           call "authCheck" using adminOperator authorized
           if authorized not = "Y"
               display "Not authorized to offboard operators"
               exit program
           end-if
           move function current-date(1:8) to todayDate
           perform listWorklist

           open i-o OperatorRoles
           if roleStat not = "00"
               display "No OperatorRoles.dat; nothing to offboard"
               exit program
           end-if

           display "Leaving operator ID: " with no advancing
           accept leaverID
           move leaverID to r-operatorID
           read OperatorRoles key is r-operatorID
               invalid key
                   display "Unrecognized operator ID: " leaverID
                   close OperatorRoles
                   exit program
           end-read
           if leaverID = adminOperator
               display "Another administrator must offboard you"
               close OperatorRoles
               exit program
           end-if
           move r-role to leaverRole
           move r-status to leaverStatus
           if leaverStatus = "I"
               display function trim(leaverID) " was deactivated on "
                       r-inactiveDate "; sweeping any work left over"
           end-if

           display "Successor operator ID: " with no advancing
           accept successorID
           if successorID = leaverID or successorID = spaces
               display "The successor must be another operator"
               close OperatorRoles
               exit program
           end-if
           move successorID to r-operatorID
           read OperatorRoles key is r-operatorID
               invalid key
                   display "Unrecognized operator ID: " successorID
                   close OperatorRoles
                   exit program
           end-read
           if r-status not = space
               display function trim(successorID)
                       " is not an active login; pick an active "
                       "successor"
               close OperatorRoles
               exit program
           end-if

           display "Open work held by " function trim(leaverID)
                   " (role " function trim(leaverRole) "):"
           perform sweepOpenWork
           display "Open items: " openCount

           if leaverStatus = "I"
               display "Hand these " openCount " item(s) to "
                       function trim(successorID) "? [y/n]: "
                       with no advancing
           else
               display "Deactivate " function trim(leaverID)
                       " and hand these " openCount " item(s) to "
                       function trim(successorID) "? [y/n]: "
                       with no advancing
           end-if
           accept confirmChoice
           if confirmChoice not = "y" and confirmChoice not = "Y"
               display "Nothing changed"
               close OperatorRoles
               exit program
           end-if

           *> The login goes first, so the leaver is locked out even
           *> if a file below is busy and has to be swept again.
           if leaverStatus not = "I"
               perform deactivateLogin
           end-if
           move "Y" to applyMode
           perform sweepOpenWork
           close OperatorRoles
           perform closeWorklistEntry

           display function trim(leaverID) " offboarded; "
                   movedCount " item(s) now with "
                   function trim(successorID)

       exit program.

       *> Leavers HR has reported (hrFeedImport.cbl) and nobody has
       *> offboarded yet.
       listWorklist.
           open input OffboardQueue
           if OqStat not = "00"
               exit paragraph
           end-if
           move "n" to eof
           perform until eof = "y"
               read OffboardQueue next record
                   at end
                       move "y" to eof
                   not at end
                       if oq-status = "OPEN"
                           if openCount = 0
                               display "Waiting to be offboarded:"
                           end-if
                           display "  " oq-operatorID " "
                                   oq-name " left " oq-termDate
                                   " (" function trim(oq-source) ")"
                           add 1 to openCount
                       end-if
               end-read
           end-perform
           close OffboardQueue
           move "n" to eof
           move 0 to openCount.

       closeWorklistEntry.
           open i-o OffboardQueue
           if OqStat not = "00"
               exit paragraph
           end-if
           move leaverID to oq-operatorID
           read OffboardQueue key is oq-operatorID
               invalid key
                   continue
               not invalid key
                   if oq-status = "OPEN"
                       move "DONE" to oq-status
                       move adminOperator to oq-doneBy
                       move todayDate to oq-doneDate
                       rewrite offboardQueueRec
                   end-if
           end-read
           close OffboardQueue.

       deactivateLogin.
           move leaverID to r-operatorID
           read OperatorRoles key is r-operatorID
               invalid key
                   exit paragraph
           end-read
           move "I" to r-status
           move todayDate to r-inactiveDate
           move successorID to r-successor
           rewrite OperatorRolesRec
           move "OperatorRoles.dat" to chgFile
           move leaverID to chgKey
           move "r-status" to chgField
           move spaces to chgOld
           move "I" to chgNew
           call "logMasterChange" using chgFile chgKey chgField
               chgOld chgNew adminOperator
           display "Login deactivated; role " function trim(leaverRole)
                   " kept on file for history".

       sweepOpenWork.
           perform sweepRequests
           perform sweepToolLoans
           perform sweepAlerts
           perform sweepDelegations
           perform sweepHandoverNotes
           perform sweepSession.

       *> Requests the leaver keyed that are still waiting on
       *> approval or fulfilment.
       sweepRequests.
           open i-o Requests
           if ReqStat not = "00"
               exit paragraph
           end-if
           move "n" to eof
           perform until eof = "y"
               read Requests next record
                   at end
                       move "y" to eof
                   not at end
                       if operatorID = leaverID
                          and (reqStatus = "PENDING"
                               or reqStatus = "APPROVED")
                           display "  Request #" requestID " "
                                   reqStatus " "
                                   function trim(department)
                           perform countOrMoveRequest
                       end-if
               end-read
           end-perform
           close Requests.

       countOrMoveRequest.
           if applyMode not = "Y"
               add 1 to openCount
               exit paragraph
           end-if
           move successorID to operatorID
           rewrite requestRecord
           move "Requests.dat" to chgFile
           move requestID to chgKey
           move "operatorID" to chgField
           perform logHandOn.

       *> Tools still out on a loan the leaver checked out.
       sweepToolLoans.
           open i-o ToolLoans
           if TlStat not = "00"
               exit paragraph
           end-if
           move "n" to eof
           perform until eof = "y"
               read ToolLoans next record
                   at end
                       move "y" to eof
                   not at end
                       if tl-operatorID = leaverID
                          and tl-status = "OUT"
                           display "  Tool loan #" tl-id " "
                                   function trim(tl-itemName) " to "
                                   function trim(tl-department)
                           perform countOrMoveLoan
                       end-if
               end-read
           end-perform
           close ToolLoans.

       countOrMoveLoan.
           if applyMode not = "Y"
               add 1 to openCount
               exit paragraph
           end-if
           move successorID to tl-operatorID
           rewrite ToolLoanRec
           move "ToolLoans.dat" to chgFile
           move tl-id to chgKey
           move "tl-operatorID" to chgField
           perform logHandOn.

       *> Open alerts the leaver had taken on at the console.
       sweepAlerts.
           open i-o Alerts
           if AlStat not = "00"
               exit paragraph
           end-if
           move "n" to eof
           perform until eof = "y"
               read Alerts next record
                   at end
                       move "y" to eof
                   not at end
                       if al-ownerID = leaverID
                          and al-status = "OPEN"
                           display "  Alert #" al-id " " al-type " "
                                   function trim(al-refText)
                           perform countOrMoveAlert
                       end-if
               end-read
           end-perform
           close Alerts.

       countOrMoveAlert.
           if applyMode not = "Y"
               add 1 to openCount
               exit paragraph
           end-if
           move successorID to al-ownerID
           rewrite AlertRec
           move "Alerts.dat" to chgFile
           move al-id to chgKey
           move "al-ownerID" to chgField
           perform logHandOn.

       *> Approvals routed to the leaver: a live delegation naming
       *> them as delegate moves to the successor; one they granted
       *> is revoked, since the role it lent has gone with them.
       sweepDelegations.
           open i-o ApprovalDelegations
           if DlStat not = "00"
               exit paragraph
           end-if
           move "n" to eof
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
                           if dl-delegateID = leaverID
                               display "  Approvals delegated by "
                                       function trim(dl-delegatorID)
                                       " until " dl-toDate
                               perform countOrMoveDelegate
                           end-if
                           if dl-delegatorID = leaverID
                               display "  Delegation granted to "
                                       function trim(dl-delegateID)
                                       " until " dl-toDate
                                       " (revoked)"
                               perform countOrRevokeDelegation
                           end-if
                       end-if
               end-read
           end-perform
           close ApprovalDelegations.

       countOrMoveDelegate.
           if applyMode not = "Y"
               add 1 to openCount
               exit paragraph
           end-if
           move successorID to dl-delegateID
           rewrite ApprovalDelegationRec
           move "ApprovalDelegations.dat" to chgFile
           move dlKey to chgKey
           move "dl-delegateID" to chgField
           perform logHandOn.

       countOrRevokeDelegation.
           if applyMode not = "Y"
               add 1 to openCount
               exit paragraph
           end-if
           move "R" to dl-status
           rewrite ApprovalDelegationRec
           move "ApprovalDelegations.dat" to chgFile
           move dlKey to chgKey
           move "dl-status" to chgField
           move "A" to chgOld
           move "R" to chgNew
           call "logMasterChange" using chgFile chgKey chgField
               chgOld chgNew adminOperator
           add 1 to movedCount.

       *> Unacknowledged handover notes the leaver wrote: the
       *> successor becomes the person to ask about them.
       sweepHandoverNotes.
           open i-o HandoverNotes
           if HnStat not = "00"
               exit paragraph
           end-if
           move "n" to eof
           perform until eof = "y"
               read HandoverNotes next record
                   at end
                       move "y" to eof
                   not at end
                       if hn-operatorID = leaverID
                          and hn-status = "OPEN"
                           display "  Handover note #" hn-id " "
                                   function trim(hn-text)
                           perform countOrMoveNote
                       end-if
               end-read
           end-perform
           close HandoverNotes.

       countOrMoveNote.
           if applyMode not = "Y"
               add 1 to openCount
               exit paragraph
           end-if
           move successorID to hn-operatorID
           rewrite HandoverNoteRec
           move "HandoverNotes.dat" to chgFile
           move hn-id to chgKey
           move "hn-operatorID" to chgField
           perform logHandOn.

       *> A live sign-on is dropped; the menu it belongs to also
       *> refuses its next option now the login is deactivated.
       sweepSession.
           open i-o Sessions
           if SessStat not = "00"
               exit paragraph
           end-if
           move leaverID to sess-operatorID
           read Sessions key is sess-operatorID
               invalid key
                   continue
               not invalid key
                   display "  Signed on at " sess-terminal " ("
                           function trim(sess-program) ")"
                   if applyMode not = "Y"
                       add 1 to openCount
                   else
                       delete Sessions record
                       move "Sessions.dat" to chgFile
                       move leaverID to chgKey
                       move "sess-terminal" to chgField
                       move sess-terminal to chgOld
                       move spaces to chgNew
                       call "logMasterChange" using chgFile chgKey
                           chgField chgOld chgNew adminOperator
                       add 1 to movedCount
                   end-if
           end-read
           close Sessions.

       logHandOn.
           move leaverID to chgOld
           move successorID to chgNew
           call "logMasterChange" using chgFile chgKey chgField
               chgOld chgNew adminOperator
           add 1 to movedCount.
