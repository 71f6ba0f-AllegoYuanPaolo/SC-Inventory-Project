      $set sourceformat"free"
        IDENTIFICATION DIVISION.
        PROGRAM-ID. emergencyIssue.

       environment division.
           input-output section.
               file-control.
                   copy "EmergencyIssues".

                   copy "EmployeeMaster".

                   copy "DeptMaster".

                   copy "Inventory".

                   copy "MaterialTypes".

                   *> The charge rides on a fulfilled request, so the
                   *> monthly chargeback bills an emergency issue with
                   *> no change of its own, as employeeIssue.cbl does.
                   copy "Requests".

        DATA DIVISION.
           file section.
               copy "EmergencyIssues-rec".

               copy "EmployeeMaster-rec".

               copy "DeptMaster-rec".

               copy "Inventory-rec".

               copy "MaterialTypes-rec".

               copy "Requests-rec".

            WORKING-STORAGE SECTION.
            01 EgStat pic xx.
            01 EmStat pic xx.
            01 deptStat pic xx.
            01 InvStat pic xx.
            01 MtStat pic xx.
            01 ReqStat pic xx.
            01 eof pic x value "n".

            01 choice pic 9 value 1.
            01 egOperator pic x(10).
            01 authorized pic x.
            *> Letting stock go with no request, and deciding what it
            *> is charged to next morning, are both supervisor calls.
            01 SupervisorRole pic x(10) value "SUPERVISOR".
            01 frozenFlag pic x.
            01 allowed pic x.
            01 entryOk pic x.
            01 todayDate pic 9(8).
            01 nowTime pic x(8).
            01 nowDate pic x(10).

            01 inTakenBy pic x(8).
            01 inDepartment pic x(32).
            01 inItemID pic 9(5).
            *> Request lines carry a two-digit quantity.
            01 inQty pic 9(2).
            01 inReason pic x(30).
            01 inEgID pic 9(6).
            01 inRequestID pic 9(6).
            01 decision pic x.
            01 egSource pic x(1) value "O".
            01 newEgID pic 9(6).

            *> Signed movement handed to the shared ledger poster.
            01 ledQty pic s9(6).
            01 ledBal pic 9(6).
            01 ledType pic x(10) value "ISSUE".
            01 noRequest pic 9(6) value 0.
            01 usageQty pic 9(6).

            *> Repeat users: RepeatLimit or more emergency draws by
            *> one employee inside RepeatDays flags them on the
            *> worklist and the repeat report.
            01 RepeatDays pic 9(3) value 30.
            01 RepeatLimit pic 9(2) value 3.
            01 HistMax pic 9(4) value 2000.
            01 histCount pic 9(4) value 0.
            01 histTable.
                02 histEntry occurs 2000 times.
                    03 hTakenBy pic x(8).
                    03 hDate pic 9(8).
                    03 hQty pic 9(2).
            01 hI pic 9(4).
            01 windowStart pic 9(8).
            01 repeatCount pic 9(4).
            01 repeatMark pic x(6).

            *> Takers seen in the repeat report's window.
            01 TakerMax pic 9(3) value 200.
            01 takerCount pic 9(3) value 0.
            01 takerTable.
                02 takerEntry occurs 200 times.
                    03 tkTakenBy pic x(8).
                    03 tkCount pic 9(4).
                    03 tkUnits pic 9(6).
            01 tkI pic 9(3).
            01 tkFound pic x.

            *> The charge lands in the month the stock went, unless
            *> finance has closed it; then it lands today.
            01 chargeDate pic x(10).
            01 chargeDate9 pic 9(8).
            01 chargePeriod pic 9(6).
            01 periodOpen pic x.
            01 itemHits pic 9(3).
            01 nameLen pic 9(2).
            01 ageDays pic 9(5).
            01 openCount pic 9(4) value 0.
            01 flaggedCount pic 9(4) value 0.
            01 dispCost pic ZZZ,ZZ9.99.

            *> Validated-input work fields (getNumeric).
            01 numIn pic 9(8).
            01 numCancel pic x.

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
           move 0 to histCount
           move 0 to takerCount
           move 0 to openCount
           move 0 to flaggedCount

           display "=== After-Hours Emergency Issue ==="
           display "  [1] Record an emergency issue"
           display "  [2] Morning reconciliation worklist"
           display "  [3] Reconcile an emergency issue"
           display "  [4] Repeat emergency users"
           display "> " with no advancing
           accept choice

           if sessionOperator is omitted
               display "Operator ID: " with no advancing
               accept egOperator
           else
               move sessionOperator to egOperator
           end-if
           move function current-date(1:8) to todayDate

           if choice = 1 or choice = 3
               call "authCheck" using egOperator authorized
                   SupervisorRole
               if authorized not = "Y"
                   display "Emergency issues are recorded and "
                           "reconciled by a supervisor"
                   exit program
               end-if
           end-if

           evaluate choice
               when 1
                   perform recordEmergency
               when 3
                   perform reconcileOne
               when 4
                   perform repeatReport
               when other
                   perform morningWorklist
           end-evaluate

       exit program.

       *> The storeroom is closed and the stock is going now: record
       *> who took what and why, and take it off the shelf at once.
       *> The request and the approval come next morning.
       recordEmergency.
           call "checkFreeze" using frozenFlag
           if frozenFlag = "Y"
               display "Physical-inventory freeze is on; "
                       "issues are locked"
               exit paragraph
           end-if

           perform acceptTaker
           if entryOk not = "Y"
               exit paragraph
           end-if

           display "ItemID: " with no advancing
           call "getNumeric" using numIn numCancel
           if numCancel = "Y"
               exit paragraph
           end-if
           move numIn to inItemID

           open i-o Inventory
           call "openFileCheck" using InvStat
           move inItemID to itemID
           read Inventory key is itemID
               invalid key
                   display "No item " inItemID " on file"
                   close Inventory
                   exit paragraph
           end-read
           if durableFlag = "Y"
               display function trim(itemName)
                       " is durable - lend it through the tool crib"
               close Inventory
               exit paragraph
           end-if
           perform checkControlled
           if allowed not = "Y"
               display function trim(itemName) " is a controlled "
                       "material - issue it through a witnessed request"
               close Inventory
               exit paragraph
           end-if

           display function trim(itemName) " | available " itemStock
           display "Quantity (1-99): " with no advancing
           call "getNumeric" using numIn numCancel
           if numCancel = "Y" or numIn = 0
               close Inventory
               exit paragraph
           end-if
           if numIn > 99
               display "Issue 99 or fewer at a time"
               close Inventory
               exit paragraph
           end-if
           move numIn to inQty
           if itemStock < inQty
               display "Only " itemStock " available"
               close Inventory
               exit paragraph
           end-if

           display "Reason: " with no advancing
           accept inReason
           if inReason = spaces
               display "An emergency issue needs its reason; "
                       "nothing issued"
               close Inventory
               exit paragraph
           end-if

           subtract inQty from itemStock
           rewrite invRec

           *> No request yet; the ledger names the taker and the
           *> worklist carries the charge until one is raised.
           compute ledQty = 0 - inQty
           move itemStock to ledBal
           call "postItemLedger" using itemID itemName ledType
               ledQty ledBal egOperator noRequest inTakenBy
           move inQty to usageQty
           call "recordUsage" using itemID itemName usageQty
           close Inventory

           call "getDate" using nowTime nowDate
           call "logEmergencyIssue" using todayDate nowTime inTakenBy
               inDepartment itemID itemName inQty unitCost inReason
               egOperator egSource newEgID
           display inQty " x " function trim(itemName) " issued to "
                   function trim(inTakenBy) " for "
                   function trim(inDepartment)
           display "Emergency issue " newEgID
                   " is on the morning reconciliation worklist".

       *> The taker must be a current employee; the department
       *> defaults to theirs but may be the one they were working for.
       acceptTaker.
           move "N" to entryOk
           display "Taken by (employee ID): " with no advancing
           accept inTakenBy
           if inTakenBy = spaces
               exit paragraph
           end-if
           inspect inTakenBy converting "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           open input EmployeeMaster
           if EmStat not = "00"
               display "No EmployeeMaster.dat; add employees first "
                       "(employee master)"
               exit paragraph
           end-if
           move inTakenBy to em-id
           read EmployeeMaster key is em-id
               invalid key
                   display "No employee " function trim(inTakenBy)
                           " on file"
                   close EmployeeMaster
                   exit paragraph
           end-read
           close EmployeeMaster
           if em-status not = "ACTIVE"
               display function trim(em-name) " is " em-status
                       "; nothing may be issued"
               exit paragraph
           end-if
           display function trim(em-name) " | "
                   function trim(em-department)

           display "Department charged (blank = "
                   function trim(em-department) "): "
                   with no advancing
           accept inDepartment
           if inDepartment = spaces
               move em-department to inDepartment
           end-if
           open input DeptMaster
           if deptStat = "00"
               move inDepartment to deptName
               read DeptMaster key is deptName
                   invalid key
                       display "No department "
                               function trim(inDepartment) " on file"
                       close DeptMaster
                       exit paragraph
               end-read
               close DeptMaster
           end-if
           move "Y" to entryOk.

       *> Controlled types need the two-person request path even at
       *> night; a type missing from the master is not controlled.
       checkControlled.
           move "Y" to allowed
           open input MaterialTypes
           if MtStat not = "00"
               exit paragraph
           end-if
           move materialType to mt-code
           read MaterialTypes key is mt-code
               invalid key
                   continue
               not invalid key
                   if mt-controlled = "Y"
                       move "N" to allowed
                   end-if
           end-read
           close MaterialTypes.

       *> Every emergency issue still waiting for its request, oldest
       *> first, with the takers who keep coming back marked.
       morningWorklist.
           perform loadHistory
           open input EmergencyIssues
           if EgStat not = "00"
               display "No emergency issues on file"
               exit paragraph
           end-if
           display "ID    | Taken    | By       | Item                "
                   "     | Qty| Department charged               "
                   "| Age | Repeat"
           perform until eof = "y"
               read EmergencyIssues next record
                   at end
                       move "y" to eof
                   not at end
                       if eg-status = "OPEN"
                           perform showWorklistLine
                       end-if
               end-read
           end-perform
           close EmergencyIssues
           display "Open emergency issues: " openCount
                   "  flagged REPEAT: " flaggedCount
           if openCount > 0
               display "Reconcile each one to a request (option 3) "
                       "so the department is charged"
           end-if.

       showWorklistLine.
           add 1 to openCount
           perform countRepeats
           compute ageDays = function integer-of-date(todayDate)
               - function integer-of-date(eg-date)
           if repeatMark not = spaces
               add 1 to flaggedCount
           end-if
           display eg-id "| " eg-date " | " eg-takenBy " | "
                   eg-itemName " | " eg-qty " | " eg-department " | "
                   ageDays " | " repeatMark
           display "        " eg-time " reason: " eg-reason
                   " let go by " eg-issuedBy.

       *> Takers and dates of every emergency issue on file, so the
       *> repeat test does not have to re-read the file it is
       *> walking.
       loadHistory.
           move 0 to histCount
           open input EmergencyIssues
           if EgStat not = "00"
               exit paragraph
           end-if
           move "n" to eof
           perform until eof = "y"
               read EmergencyIssues next record
                   at end
                       move "y" to eof
                   not at end
                       if histCount < HistMax
                           add 1 to histCount
                           move eg-takenBy to hTakenBy(histCount)
                           move eg-date to hDate(histCount)
                           move eg-qty to hQty(histCount)
                       end-if
               end-read
           end-perform
           close EmergencyIssues
           move "n" to eof.

       *> Draws by this issue's taker in the RepeatDays ending on
       *> the day of this issue, this one included.
       countRepeats.
           move 0 to repeatCount
           move spaces to repeatMark
           compute windowStart = function date-of-integer(
               function integer-of-date(eg-date) - RepeatDays + 1)
           perform varying hI from 1 by 1 until hI > histCount
               if hTakenBy(hI) = eg-takenBy
                  and hDate(hI) >= windowStart
                  and hDate(hI) <= eg-date
                   add 1 to repeatCount
               end-if
           end-perform
           if repeatCount >= RepeatLimit
               move "REPEAT" to repeatMark
           end-if.

       *> Tie the emergency issue to the request that charges it:
       *> the slip day shift already keyed, or a new one raised now.
       reconcileOne.
           perform loadHistory
           display "Emergency issue ID: " with no advancing
           call "getNumeric" using numIn numCancel
           if numCancel = "Y" or numIn = 0
               exit paragraph
           end-if
           move numIn to inEgID

           open i-o EmergencyIssues
           if EgStat not = "00"
               display "No emergency issues on file"
               exit paragraph
           end-if
           move inEgID to eg-id
           read EmergencyIssues key is eg-id
               invalid key
                   display "No emergency issue " inEgID
                   close EmergencyIssues
                   exit paragraph
           end-read
           if eg-status not = "OPEN"
               display "Emergency issue " inEgID " was reconciled to "
                       "request #" eg-requestID " by " eg-reconciledBy
                       " on " eg-reconcileDate
               close EmergencyIssues
               exit paragraph
           end-if

           move eg-unitCost to dispCost
           display eg-date " " eg-time " | " function trim(eg-itemName)
                   " x " eg-qty " at " dispCost
           display "Taken by " eg-takenBy " for "
                   function trim(eg-department) "; let go by "
                   eg-issuedBy
           display "Reason: " eg-reason
           perform countRepeats
           if repeatMark not = spaces
               display "*** " function trim(eg-takenBy) " has "
                       repeatCount " emergency draws in " RepeatDays
                       " days - a repeat user ***"
           end-if

           perform setChargeDate
           move 0 to inRequestID
           display "[A]ttach the request already keyed / [C]reate "
                   "one now / [L]eave open: " with no advancing
           accept decision
           inspect decision converting "acl" to "ACL"
           evaluate decision
               when "A"
                   perform attachRequest
               when "C"
                   perform createRequest
               when other
                   display "Left on the worklist"
           end-evaluate

           if inRequestID not = 0
               move "RECONCILED" to eg-status
               move inRequestID to eg-requestID
               move egOperator to eg-reconciledBy
               move todayDate to eg-reconcileDate
               if repeatMark not = spaces
                   move "Y" to eg-repeatFlag
               end-if
               rewrite EmergencyIssueRec
               display "Emergency issue " eg-id " charged to "
                       function trim(eg-department) " on request #"
                       inRequestID
           end-if
           close EmergencyIssues.

       *> The request is dated the night the stock went; if finance
       *> has already closed that month the charge lands today.
       setChargeDate.
           move eg-date(1:6) to chargePeriod
           call "checkPeriod" using chargePeriod periodOpen
           if periodOpen = "Y"
               move eg-date to chargeDate9
           else
               move todayDate to chargeDate9
               display "The month of the issue is closed; the charge "
                       "will be dated today"
           end-if
           move spaces to chargeDate
           string chargeDate9(7:2) "/" chargeDate9(5:2) "/"
                  chargeDate9(1:4)
               delimited by size into chargeDate
           end-string.

       *> The slip day shift keyed as an ordinary request: it must be
       *> the same department and name the item. Still waiting, it is
       *> closed as issued, since the stock has already gone; already
       *> fulfilled, the stock went out twice and one draw needs to
       *> come back.
       attachRequest.
           display "Request ID: " with no advancing
           call "getNumeric" using numIn numCancel
           if numCancel = "Y" or numIn = 0
               exit paragraph
           end-if

           open i-o Requests
           if ReqStat not = "00"
               display "No Requests.dat"
               exit paragraph
           end-if
           move numIn to requestID
           read Requests key is requestID
               invalid key
                   display "No request " numIn(3:6)
                   close Requests
                   exit paragraph
           end-read
           if reqStatus = "REJECTED" or reqStatus = "Cancelled"
               display "Request #" requestID " is " reqStatus
                       "; create a request instead"
               close Requests
               exit paragraph
           end-if
           if department not = eg-department
               display "Request #" requestID " charges "
                       function trim(department) ", not "
                       function trim(eg-department)
               close Requests
               exit paragraph
           end-if
           perform varying nameLen from 25 by -1
                   until nameLen = 0
                      or eg-itemName(nameLen:1) not = space
               continue
           end-perform
           move 0 to itemHits
           if nameLen > 0
               inspect itemNQuant tallying itemHits
                   for all eg-itemName(1:nameLen)
           end-if
           if itemHits = 0
               display "Request #" requestID " does not list "
                       function trim(eg-itemName)
               close Requests
               exit paragraph
           end-if

           if reqStatus = "Fulfilled" or reqStatus = "DELIVERED"
               display "Request #" requestID " was already fulfilled "
                       "on " fulfilledDate ": the stock went out twice."
               display "Return " eg-qty " x " function trim(eg-itemName)
                       " against request #" requestID
                       " for the duplicate draw"
           else
               move "Fulfilled" to reqStatus
               if approvedBy = spaces
                   move egOperator to approvedBy
                   move chargeDate to approveDate
               end-if
               move chargeDate to fulfilledDate
               rewrite requestRecord
               display "Request #" requestID " closed as issued by "
                       "the emergency draw"
           end-if
           move requestID to inRequestID
           close Requests

           call "syncRequestLines" using inRequestID
           call "recalcEncumbrance" using eg-department.

       *> Written already Fulfilled, like an over-the-counter issue:
       *> the stock went the night before, so nothing is left to
       *> approve or deduct.
       createRequest.
           open i-o Requests
           if ReqStat = "35"
               open output Requests
               close Requests
               open i-o Requests
           end-if
           if ReqStat not = "00"
               call "openFileCheck" using ReqStat
               exit paragraph
           end-if
           initialize requestRecord
           call "readReqID" using requestID
           move chargeDate to dateRequested
           move eg-time to timeRequested
           move eg-department to department
           string function trim(eg-itemName) delimited by size
                  ", " delimited by size
                  eg-qty delimited by size
               into itemNQuant
           end-string
           move eg-issuedBy to operatorID
           move "Fulfilled" to reqStatus
           move egOperator to approvedBy
           move chargeDate to approveDate
           move chargeDate to fulfilledDate
           move "X" to reqSource
           move "S" to reqPriority
           write requestRecord
               invalid key
                   display "Error: request " requestID
                           " already exists; nothing reconciled"
                   close Requests
                   exit paragraph
           end-write
           call "updateReqID"
           move requestID to inRequestID
           close Requests
           call "syncRequestLines" using inRequestID.

       *> Who keeps needing the storeroom opened: every employee with
       *> RepeatLimit or more emergency draws in the last RepeatDays.
       repeatReport.
           perform loadHistory
           compute windowStart = function date-of-integer(
               function integer-of-date(todayDate) - RepeatDays + 1)
           perform varying hI from 1 by 1 until hI > histCount
               if hDate(hI) >= windowStart
                   perform addTaker
               end-if
           end-perform
           display "Emergency draws since " windowStart
                   " (repeat at " RepeatLimit " or more)"
           display "Employee | Draws | Units | Name"
           perform varying tkI from 1 by 1 until tkI > takerCount
               if tkCount(tkI) >= RepeatLimit
                   add 1 to flaggedCount
                   move tkTakenBy(tkI) to em-id
                   move spaces to em-name
                   open input EmployeeMaster
                   if EmStat = "00"
                       read EmployeeMaster key is em-id
                           invalid key
                               move spaces to em-name
                       end-read
                       close EmployeeMaster
                   end-if
                   display tkTakenBy(tkI) " | " tkCount(tkI) "  | "
                           tkUnits(tkI) "| " function trim(em-name)
               end-if
           end-perform
           display "Repeat emergency users: " flaggedCount.

       addTaker.
           move "N" to tkFound
           perform varying tkI from 1 by 1 until tkI > takerCount
               if tkTakenBy(tkI) = hTakenBy(hI)
                   add 1 to tkCount(tkI)
                   add hQty(hI) to tkUnits(tkI)
                   move "Y" to tkFound
               end-if
           end-perform
           if tkFound = "N" and takerCount < TakerMax
               add 1 to takerCount
               move hTakenBy(hI) to tkTakenBy(takerCount)
               move 1 to tkCount(takerCount)
               move hQty(hI) to tkUnits(takerCount)
           end-if.
