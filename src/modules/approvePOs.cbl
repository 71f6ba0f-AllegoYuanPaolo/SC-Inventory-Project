            *> approval belongs to SUPERVISOR; ADMIN qualifies via
            *> authCheck as always.
            01 BuyerRole pic x(10) value "BUYER".
            *> The buyer this reviewer stands in for when only a
            *> delegation let them through; stamped beside
            *> po-approvedBy.
            01 actingFor pic x(10).

            01 decision pic x.
            01 approveDateNum pic 9(8).
                02 draftTable occurs 20 times.
                    03 draftPONumber pic 9(6).
                    03 draftVendorName pic x(25).
                    03 draftVendorCode pic x(8).
            01 draftI pic 9(2).
            01 lastSeenPO pic 9(6).

            01 dispOrdered pic z,zz9.
            01 dispPoPrice pic Z,ZZ9.99.
            01 ediFileName pic x(48).
            *> Vendor standing from checkVendor: A, H, B or I.
            01 vendorStatus pic x.
            01 vendorReason pic x(30).
            *> Compliance-document answer from checkVendorDocs: C, W
            *> or B.
            01 docResult pic x.
            01 lapsedDocs pic x(40).
            01 approveAllowed pic x.
            01 allDepts pic x(32) value spaces.

            *> Outbox notice (queueNotification.cbl).
            01 noticeType pic x(1).
            01 noticeTo pic x(32).
            01 noticeMsg pic x(12).
            01 noticeRef pic x(20).
            01 noticeText pic x(80).

            *> Approval limits (ApprovalLimits.dat): the PO is valued
            *> in home currency by material type, and the buyer signs
            *> alone only inside their limit for every type on it;
            *> over it, their signature is a level on the trail and
            *> the PO stays DRAFT for the next level.
            01 poValue pic 9(9)v99.
            01 lineValue pic 9(9)v99.
            01 lineRate pic 9(4)v9(6).
            01 rateFound pic x.
            01 rateMissing pic x.
            01 GroupMax pic 9(2) value 20.
            01 groupCount pic 9(2).
            01 groupTable.
                02 groupEntry occurs 20 times.
                    03 grType pic x(10).
                    03 grValue pic 9(9)v99.
            01 grI pic 9(2).
            01 grFound pic x.
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
            01 routedCount pic 9(2) value 0.

            *> Sign-off trail (approvalTrail.cbl).
            01 trailAction pic x(1).
            01 trailDocType pic x(1) value "P".
            01 trailOutcome pic x(10).
            01 signedByMe pic x.
            01 directorSigned pic x.
            01 levelCount pic 9(2).

        linkage section.
        *> Menu-driven sessions pass the logged-in operator so
           move 0 to reviewedCount
           move 0 to approvedCount
           move 0 to voidedCount
           move 0 to routedCount

           display "=== Purchase-Order Approval Queue (buyer) ==="

               move sessionOperator to reviewOperator
           end-if
           call "authCheck" using reviewOperator authorized
                   BuyerRole actingFor
           if authorized not = "Y"
               display "Not authorized to approve purchase orders"
               exit program
           end-if

           move "DIRECTOR-SIGN-AMT" to ruleName
           move 0 to ruleValue
           call "getParam" using ruleName ruleValue
           move ruleValue to DirectorAmt

           open i-o PurchOrders
               if PoStat = "35"
                   display "No PurchaseOrders.dat yet; nothing to "

           close PurchOrders

           *> Approved project lines start counting against their
           *> department's encumbrance.
           if approvedCount > 0
               call "recalcEncumbrance" using allDepts
           end-if

           display "------------------------------------------"
           display "Draft POs reviewed: " reviewedCount
           display "Approved: " approvedCount "  Voided: "
                   voidedCount "  Routed to a higher level: "
                   routedCount

       exit program.

                               to draftPONumber(draftCount)
                           move po-vendorName
                               to draftVendorName(draftCount)
                           move po-vendorCode
                               to draftVendorCode(draftCount)
                           move po-number to lastSeenPO
                       end-if
               end-read
           display "PO #" draftPONumber(draftI) " | "
                   function trim(draftVendorName(draftI))
           perform listPOLines
           move poValue to dispValue
           display "Value in home currency: " dispValue
           perform checkAuthority
           move "S" to trailAction
           perform callTrail
           if signedByMe = "Y"
               display "You have already signed this PO at an "
                       "earlier level; it waits for a higher one"
               exit paragraph
           end-if

           *> A draft raised before the vendor went on hold or was
           *> blocked can no longer be approved - only voided or left
           *> for AP to clear the vendor.
           move "Y" to approveAllowed
           call "checkVendor" using draftVendorCode(draftI)
                   vendorStatus vendorReason
           if vendorStatus not = "A"
               display "Vendor " draftVendorCode(draftI)
                       " is not active (" vendorStatus " - "
                       function trim(vendorReason) ")"
               move "N" to approveAllowed
           end-if
           *> Lapsed compliance documents: a blocking one (insurance,
           *> by default) stops the PO like a block on the vendor;
           *> the others are put in front of the buyer to weigh.
           call "checkVendorDocs" using draftVendorCode(draftI)
                   docResult lapsedDocs
           if docResult = "B"
               display "Vendor documents lapsed: "
                       function trim(lapsedDocs)
                       " - renew before this PO can be approved"
               move "N" to approveAllowed
           end-if
           if docResult = "W"
               display "WARNING: vendor documents lapsed: "
                       function trim(lapsedDocs)
           end-if
           if rateMissing = "Y" and matrixOff = "N"
               display "No exchange rate to value this PO against "
                       "the approval limits - enter one first"
               move "N" to approveAllowed
           end-if
           if approveAllowed = "N"
               display "[V]oid / [S]kip: " with no advancing
               accept decision
               if decision = "A" or decision = "a"
                   move "S" to decision
               end-if
           else
               display "[A]pprove / [V]oid / [S]kip: "
                       with no advancing
               accept decision
           end-if
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
                   perform stampPOLines
                   perform exportApprovedPO
                   add 1 to approvedCount
                   display "PO #" draftPONumber(draftI) " APPROVED"
                   perform notifyApprovedPO
               when "V"
               when "v"
                   move "VOIDED" to trailOutcome
                   perform recordSignature
                   perform voidPOLines
                   add 1 to voidedCount
                   display "PO #" draftPONumber(draftI) " VOIDED"
                   display "Skipped; PO stays DRAFT"
           end-evaluate.

       *> The vendor is told the order is firm; the buyers hear it
       *> has cleared approval.
       notifyApprovedPO.
           move "POAPPROVED" to noticeMsg
           move draftPONumber(draftI) to noticeRef
           move spaces to noticeText
           string "PO #" draftPONumber(draftI) " to "
                  function trim(draftVendorName(draftI))
                  " approved by " function trim(reviewOperator)
                  delimited by size into noticeText
           end-string
           move "V" to noticeType
           move draftVendorCode(draftI) to noticeTo
           call "queueNotification" using noticeType noticeTo
               noticeMsg noticeRef noticeText reviewOperator
           move "R" to noticeType
           move BuyerRole to noticeTo
           call "queueNotification" using noticeType noticeTo
               noticeMsg noticeRef noticeText reviewOperator.

       listPOLines.
           move 0 to poValue
           move 0 to groupCount
           move "N" to rateMissing
           initialize groupTable
           move "n" to lineEof
           move draftPONumber(draftI) to po-number
           move 0 to po-line
                           move po-unitPrice to dispPoPrice
                           display "  " po-line " | " po-itemName
                                   " | qty " dispOrdered " | "
                                   dispPoPrice " " po-currency
                           perform valuePOLine
                       end-if
               end-read
           end-perform.

       *> Home-currency value of the line at today's rate, added to
       *> its material type's total.
       valuePOLine.
           call "getExchangeRate" using po-currency approveDateNum
               lineRate rateFound
           if rateFound not = "Y"
               move "Y" to rateMissing
               exit paragraph
           end-if
           compute lineValue rounded =
               po-orderedQty * po-unitPrice * lineRate
           add lineValue to poValue
           move "N" to grFound
           perform varying grI from 1 by 1 until grI > groupCount
               if grType(grI) = po-materialType
                   add lineValue to grValue(grI)
                   move "Y" to grFound
               end-if
           end-perform
           if grFound = "N" and groupCount < GroupMax
               add 1 to groupCount
               move po-materialType to grType(groupCount)
               move lineValue to grValue(groupCount)
           end-if.

       *> The buyer's limits (the delegator's, when standing in)
       *> against each material type on the PO, and the whole
       *> PO against the all-types limit.
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
               if poValue > groupLimit
                   move "N" to coversAll
                   move poValue to dispValue
                   move groupLimit to dispLimit
                   display "  PO total " dispValue
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
       *> PO. Otherwise it is one level of the trail.
       decideApproval.
           move "N" to finalApproval
           move "N" to needsDirector
           if matrixOff = "N" and DirectorAmt > 0
              and poValue > DirectorAmt
               move "Y" to needsDirector
           end-if
           if coversAll = "Y"
              and (needsDirector = "N" or isDirector = "Y"
                   or directorSigned = "Y")
               move "Y" to finalApproval
               exit paragraph
           end-if
           if coversAll not = "Y"
               display "PO #" draftPONumber(draftI) " is over your "
                       "approval limit: signed and routed to the next "
                       "level; it stays DRAFT"
           else
               move DirectorAmt to dispLimit
               display "PO #" draftPONumber(draftI) " is over the "
                       "director sign-off amount of "
                       function trim(dispLimit)
                       ": signed and routed to a director; it stays "
                       "DRAFT"
           end-if.

       recordSignature.
           move "W" to trailAction
           perform callTrail.

       callTrail.
           call "approvalTrail" using trailAction trailDocType
               draftPONumber(draftI) reviewOperator actingFor poValue
               lowestLimit trailOutcome isDirector signedByMe
               directorSigned levelCount.

       stampPOLines.
           move "n" to lineEof
           move draftPONumber(draftI) to po-number
                           if po-lineStatus = "DRAFT"
                               move "OPEN" to po-lineStatus
                               move reviewOperator to po-approvedBy
                               move actingFor to po-approvedFor
                               move approveDateNum to po-approveDate
                               rewrite PurchOrderRec
                           end-if
                           if po-lineStatus = "DRAFT"
                               move "VOID" to po-lineStatus
                               move reviewOperator to po-approvedBy
                               move actingFor to po-approvedFor
                               move approveDateNum to po-approveDate
                               rewrite PurchOrderRec
                           end-if
