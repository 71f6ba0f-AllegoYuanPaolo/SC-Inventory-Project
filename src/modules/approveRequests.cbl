            01 trainingFlag pic x.
            01 ReqStat pic xx.
            01 eof pic x value "n".
            01 allDepts pic x(32) value spaces.
            *> 0 asks syncRequestLines to bring every request's
            *> lines into step.
            01 allRequests pic 9(6) value 0.

            01 reviewOperator pic x(10).
            01 authorized pic x.
            *> Approval is a supervisor checkpoint, not a full ADMIN
            *> action, so SUPERVISOR (or ADMIN) qualifies.
            01 ApproverRole pic x(10) value "SUPERVISOR".
            *> The supervisor this reviewer stands in for when only a
            *> delegation let them through; stamped beside approvedBy.
            01 actingFor pic x(10).

            01 deptFilter pic x(32).
            01 decision pic x.
            01 inReason pic x(30).
            *> Rejections lead with a code off the reason code master
            *> so they group; the rest of rejectReason is a free note.
            01 reasonType pic x(10) value "REJECT".
            01 rejectCode pic x(10).
            01 rejectNote pic x(19).
            01 reasonCancelled pic x.
            01 approveTime pic x(8).

            01 pendingCount pic 9(4) value 0.
            01 InvStat pic xx.
            01 BomStat pic xx.
            01 bomUsable pic x value "N".
            01 bomRevision pic 9(3).
            01 bomFound pic x.
            01 compJ pic 9(2).
            01 resvSign pic s9 value +1.

            01 sodTime pic x(8).
            01 sodDate pic x(10).

            *> Outbox notice (queueNotification.cbl).
            01 noticeType pic x(1).
            01 noticeTo pic x(32).
            01 noticeMsg pic x(12).
            01 noticeRef pic x(20).
            01 noticeText pic x(80).

            *> Approval limits (ApprovalLimits.dat): the request is
            *> valued at unit cost by material type, and the reviewer
            *> signs alone only inside their limit for every type on
            *> it; over it, their signature is a level on the trail
            *> and the request stays PENDING for the next level.
            01 reqValue pic 9(9)v99.
            01 lineValue pic 9(9)v99.
            01 GroupMax pic 9(2) value 20.
            01 groupCount pic 9(2).
            01 groupTable.
                02 groupEntry occurs 20 times.
                    03 grType pic x(10).
                    03 grValue pic 9(9)v99.
            01 grI pic 9(2).
            01 grFound pic x.
            01 lineType pic x(10).
            01 limitOperator pic x(10).
            01 limitType pic x(10).
            01 groupLimit pic 9(9)v99.
            01 lowestLimit pic 9(9)v99.
            01 limitDirector pic x.
            01 limitFound pic x.
            *> The all-types row caps the whole document, and every
            *> type without a row of its own draws on it together.
            01 limitAllTypes pic x.
            01 allTypesLimit pic 9(9)v99.
            01 allTypesValue pic 9(9)v99.
            01 matrixOff pic x.
            01 coversAll pic x.
            01 isDirector pic x.
            01 needsDirector pic x.
            01 finalApproval pic x.
            01 dispValue pic ZZZ,ZZZ,ZZ9.99.
            01 dispLimit pic ZZZ,ZZZ,ZZ9.99.
            *> Above this value finance wants a director's signature
            *> among the levels; 0 = no such rule.
            01 DirectorAmt pic 9(9) value 0.
            01 ruleName pic x(20).
            01 ruleValue pic 9(9).
            01 routedCount pic 9(4) value 0.

            *> Sign-off trail (approvalTrail.cbl).
            01 trailAction pic x(1).
            01 trailDocType pic x(1) value "R".
            01 trailOutcome pic x(10).
            01 signedByMe pic x.
            01 directorSigned pic x.
            01 levelCount pic 9(2).


        linkage section.
        *> Menu-driven sessions pass the logged-in operator so
           move 0 to approvedCount
           move 0 to rejectedCount
           move 0 to qCount
           move 0 to routedCount

           call "checkTraining" using trainingFlag
           if trainingFlag = "Y"
               move sessionOperator to reviewOperator
           end-if
           call "authCheck" using reviewOperator authorized
                   ApproverRole actingFor
           if authorized not = "Y"
               display "Not authorized to approve requests"
               exit program
           end-if

           move "DIRECTOR-SIGN-AMT" to ruleName
           move 0 to ruleValue
           call "getParam" using ruleName ruleValue
           move ruleValue to DirectorAmt

           display "Department (blank for all): " with no advancing
           accept deptFilter


           close Requests

           *> Approval commits budget: rebuild every department's
           *> encumbrance once the file is closed again.
           if approvedCount > 0
               call "recalcEncumbrance" using allDepts
           end-if
           if approvedCount > 0 or rejectedCount > 0
               call "syncRequestLines" using allRequests
           end-if

           display "------------------------------------------"
           display "Pending requests reviewed: " pendingCount
           display "Approved: " approvedCount "  Rejected: "
                   rejectedCount "  Routed to a higher level: "
                   routedCount

       exit program.

               move "APPROVE-OWN" to sod-type
               perform logSodOverride
           end-if
           *> Standing in for the supervisor who keyed it is the same
           *> pair of hands on paper, so the same rule applies.
           if actingFor not = spaces and operatorID = actingFor
               display spaces
               display "Request #" requestID " was keyed by "
                       function trim(actingFor)
                       ", whom you are acting for"
               display "[O]verride (logged) / [S]kip: "
                       with no advancing
               accept overrideChoice
               if overrideChoice not = "O"
                  and overrideChoice not = "o"
                   display "Skipped; have another supervisor "
                           "review it"
                   exit paragraph
               end-if
               move "APPROVE-FOR" to sod-type
               perform logSodOverride
           end-if
           evaluate reqPriority
               when "S"
                   move "STAT" to dispPriority
           display "Requested " dateRequested " " timeRequested
                   " by " operatorID
           display "Items: " function trim(itemNQuant)
           perform valueRequest
           perform checkAuthority
           move "S" to trailAction
           perform callTrail
           if signedByMe = "Y"
               display "You have already signed this request at an "
                       "earlier level; it waits for a higher one"
               exit paragraph
           end-if
           display "[A]pprove / [R]eject / [S]kip: " with no advancing
           accept decision

           if decision = "A" or decision = "a"
               perform decideApproval
               if finalApproval not = "Y"
                   move "ROUTED" to trailOutcome
                   perform recordSignature
                   add 1 to routedCount
                   exit paragraph
               end-if
           end-if

           evaluate decision
               when "A"
               when "a"
                   move "APPROVED" to trailOutcome
                   perform recordSignature
                   move "APPROVED" to reqStatus
                   move reviewOperator to approvedBy
                   move actingFor to approvedFor
                   call "getDate" using approveTime approveDate
                   move spaces to rejectReason
                   rewrite requestRecord
                   perform reserveRequestLines
                   add 1 to approvedCount
                   display "Request #" requestID " APPROVED"
                   move "REQAPPROVED" to noticeMsg
                   move spaces to noticeText
                   string "Request #" requestID " approved by "
                          function trim(reviewOperator)
                          "; stock is reserved for it"
                          delimited by size into noticeText
                   end-string
                   perform notifyRequester
               when "R"
               when "r"
                   display "Reason for rejection:"
                   call "pickReason" using reasonType rejectCode
                       reviewOperator reasonCancelled
                   if reasonCancelled = "Y"
                       display "Skipped; request stays PENDING"
                       exit paragraph
                   end-if
                   display "Note (optional): " with no advancing
                   accept rejectNote
                   move spaces to inReason
                   string rejectCode delimited by space
                          " " delimited by size
                          rejectNote delimited by size
                          into inReason
                   end-string
                   move "REJECTED" to trailOutcome
                   perform recordSignature
                   move "REJECTED" to reqStatus
                   move reviewOperator to approvedBy
                   move actingFor to approvedFor
                   call "getDate" using approveTime approveDate
                   move inReason to rejectReason
                   rewrite requestRecord
                   add 1 to rejectedCount
                   display "Request #" requestID " REJECTED"
                   move "REQREJECTED" to noticeMsg
                   move spaces to noticeText
                   string "Request #" requestID " rejected by "
                          function trim(reviewOperator) ": "
                          function trim(inReason)
                          delimited by size into noticeText
                   end-string
                   perform notifyRequester
               when other
                   display "Skipped; request stays PENDING"
           end-evaluate.

       *> Request value at unit cost, grouped by material type; a kit
       *> line is valued through its components.
       valueRequest.
           move 0 to reqValue
           move 0 to groupCount
           initialize groupTable
           perform openLineFiles
           move 1 to ptr
           perform until ptr > function length(itemNQuant)
               move spaces to chunk
               unstring itemNQuant
                   delimited by "; "
                   into chunk
                   with pointer ptr

               if chunk not = spaces
                   move spaces to parseName
                   move 0 to parseQuant
                   unstring chunk
                       delimited by ", "
                       into parseName, parseQuant
                   perform valueOneLine
               end-if
           end-perform
           perform closeLineFiles
           move reqValue to dispValue
           display "Value at unit cost: " dispValue.

       valueOneLine.
           move parseName to itemName
           read Inventory key is itemName
               invalid key
                   perform valueKitLine
               not invalid key
                   compute lineValue = unitCost * parseQuant
                   move materialType to lineType
                   perform addToGroup
           end-read.

       valueKitLine.
           if bomUsable not = "Y"
               exit paragraph
           end-if
           move parseName to kitName
           call "bomForDate" using kitName dateRequested BomMasterRec
               bomRevision bomFound
           if bomFound not = "Y"
               exit paragraph
           end-if
           perform varying compJ from 1 by 1
                   until compJ > kitCompCount
               move compItemID(compJ) to itemID
               read Inventory key is itemID
                   invalid key
                       continue
                   not invalid key
                       compute lineValue =
                           unitCost * compQty(compJ) * parseQuant
                       move materialType to lineType
                       perform addToGroup
               end-read
           end-perform.

       addToGroup.
           add lineValue to reqValue
           move "N" to grFound
           perform varying grI from 1 by 1 until grI > groupCount
               if grType(grI) = lineType
                   add lineValue to grValue(grI)
                   move "Y" to grFound
               end-if
           end-perform
           if grFound = "N" and groupCount < GroupMax
               add 1 to groupCount
               move lineType to grType(groupCount)
               move lineValue to grValue(groupCount)
           end-if.

       *> The reviewer's limits (the delegator's, when standing in)
       *> against each material type on the request, and the whole
       *> request against the all-types limit.
       checkAuthority.
           move "Y" to coversAll
           move "N" to isDirector
           move "N" to matrixOff
           move 999999999.99 to lowestLimit
           if actingFor not = spaces
               move actingFor to limitOperator
           else
               move reviewOperator to limitOperator
           end-if
           move spaces to limitType
           call "checkApprovalLimit" using limitOperator trailDocType
               limitType groupLimit limitDirector limitFound
               limitAllTypes
           if limitFound = "U"
               move "Y" to matrixOff
               move 0 to lowestLimit
               exit paragraph
           end-if
           move 0 to allTypesLimit
           move 0 to allTypesValue
           if limitFound = "Y"
               move limitDirector to isDirector
               move groupLimit to lowestLimit
               move groupLimit to allTypesLimit
               if reqValue > groupLimit
                   move "N" to coversAll
                   move reqValue to dispValue
                   move groupLimit to dispLimit
                   display "  Request total " dispValue
                           " exceeds your limit of " dispLimit
               end-if
           end-if
           if groupCount = 0 and limitFound not = "Y"
               move "N" to coversAll
               move 0 to lowestLimit
           end-if
           perform varying grI from 1 by 1 until grI > groupCount
               move grType(grI) to limitType
               call "checkApprovalLimit" using limitOperator
                   trailDocType limitType groupLimit limitDirector
                   limitFound limitAllTypes
               if limitFound not = "Y"
                   move 0 to groupLimit
               end-if
               if limitFound = "Y" and limitAllTypes = "Y"
                   add grValue(grI) to allTypesValue
               end-if
               if limitDirector = "Y"
                   move "Y" to isDirector
               end-if
               if groupLimit < lowestLimit
                   move groupLimit to lowestLimit
               end-if
               if grValue(grI) > groupLimit
                   move "N" to coversAll
                   move grValue(grI) to dispValue
                   move groupLimit to dispLimit
                   display "  " grType(grI) " lines " dispValue
                           " exceed your limit of " dispLimit
               end-if
           end-perform
           if allTypesValue > allTypesLimit
               move "N" to coversAll
               move allTypesValue to dispValue
               move allTypesLimit to dispLimit
               display "  Types without their own limit total "
                       dispValue " against your limit of " dispLimit
           end-if.

       *> Inside the limit for every type, and a director has signed
       *> when the value calls for one: the signature releases the
       *> request. Otherwise it is one level of the trail.
       decideApproval.
           move "N" to finalApproval
           move "N" to needsDirector
           if matrixOff = "N" and DirectorAmt > 0
              and reqValue > DirectorAmt
               move "Y" to needsDirector
           end-if
           if coversAll = "Y"
              and (needsDirector = "N" or isDirector = "Y"
                   or directorSigned = "Y")
               move "Y" to finalApproval
               exit paragraph
           end-if
           if coversAll not = "Y"
               display "Request #" requestID " is over your approval "
                       "limit: signed and routed to the next level; "
                       "it stays PENDING"
           else
               move DirectorAmt to dispLimit
               display "Request #" requestID " is over the director "
                       "sign-off amount of " function trim(dispLimit)
                       ": signed and routed to a director; it stays "
                       "PENDING"
           end-if.

       recordSignature.
           move "W" to trailAction
           perform callTrail.

       callTrail.
           call "approvalTrail" using trailAction trailDocType
               requestID reviewOperator actingFor reqValue lowestLimit
               trailOutcome isDirector signedByMe directorSigned
               levelCount.

       *> The operator who keyed the request and the department's
       *> contact both hear the decision.
       notifyRequester.
           move requestID to noticeRef
           move "O" to noticeType
           move operatorID to noticeTo
           call "queueNotification" using noticeType noticeTo
               noticeMsg noticeRef noticeText reviewOperator
           move "D" to noticeType
           move department to noticeTo
           call "queueNotification" using noticeType noticeTo
               noticeMsg noticeRef noticeText reviewOperator.

       reserveRequestLines.
           perform openLineFiles
           move +1 to resvSign
               exit paragraph
           end-if
           move parseName to kitName
           call "bomForDate" using kitName dateRequested BomMasterRec
               bomRevision bomFound
           if bomFound not = "Y"
               compute resvDelta = resvSign * parseQuant
               call "adjustReservation" using parseName resvDelta
               exit paragraph
           end-if
           perform varying compJ from 1 by 1
                   until compJ > kitCompCount
               compute resvDelta =
                   resvSign * compQty(compJ) * parseQuant
               call "adjustReservation" using compName(compJ)
                   resvDelta compItemID(compJ)
           end-perform.

       openLineFiles.
