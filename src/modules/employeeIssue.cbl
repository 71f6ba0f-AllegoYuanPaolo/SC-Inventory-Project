      $set sourceformat"free"
        IDENTIFICATION DIVISION.
        PROGRAM-ID. employeeIssue.

       environment division.
           input-output section.
               file-control.
                   copy "EmployeeMaster".

                   copy "Entitlements".

                   copy "EmployeeIssues".

                   copy "Inventory".

                   copy "MaterialTypes".

                   *> The charge rides on an on-the-spot fulfilled
                   *> request, so the monthly chargeback bills it with
                   *> no change of its own.
                   copy "Requests".

                   *> Per-employee history for HR, same technique as
                   *> creditAgingReport.cbl's ReportFile.
                   select ReportFile
                       assign to reportFileName
                       organization is line sequential
                       file status is RepStat.

        DATA DIVISION.
           file section.
               copy "EmployeeMaster-rec".

               copy "Entitlements-rec".

               copy "EmployeeIssues-rec".

               copy "Inventory-rec".

               copy "MaterialTypes-rec".

               copy "Requests-rec".

               FD ReportFile.
               01 reportLine pic x(132).

            WORKING-STORAGE SECTION.
            01 EmStat pic xx.
            01 EnStat pic xx.
            01 EiStat pic xx.
            01 InvStat pic xx.
            01 MtStat pic xx.
            01 ReqStat pic xx.
            01 RepStat pic xx.
            01 eof pic x value "n".

            01 choice pic 9 value 1.
            01 issueOperator pic x(10).
            01 inEmpID pic x(8).
            01 inItemID pic 9(5).
            *> Request lines carry a two-digit quantity.
            01 inQty pic 9(2).
            01 frozenFlag pic x.
            01 allowed pic x.
            01 authorized pic x.
            01 SupervisorRole pic x(10) value "SUPERVISOR".
            01 overrideID pic x(10).
            01 todayDate pic 9(8).
            01 nowTime pic x(8).
            01 nowDate pic x(10).
            01 reportFileName pic x(48).

            *> Entitlement in force for this employee and item, and
            *> what they have drawn inside its window.
            01 limitFound pic x.
            01 limitQty pic 9(4).
            01 limitDays pic 9(4).
            01 windowStart pic 9(8).
            01 drawnQty pic 9(6).

            01 newRequestID pic 9(6).
            01 issueCount pic 9(5) value 0.
            01 issueUnits pic 9(7) value 0.
            01 issueValue pic 9(9)v99 value 0.
            01 lineValue pic 9(9)v99.
            01 dispValue pic Z,ZZZ,ZZ9.99.
            01 dispCost pic ZZZ,ZZ9.99.

            *> Signed movement handed to the shared ledger poster.
            01 ledQty pic s9(6).
            01 ledBal pic 9(6).
            01 ledType pic x(10) value "ISSUE".

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
           move 0 to issueCount
           move 0 to issueUnits
           move 0 to issueValue

           display "=== Issue to Employee (PPE / personal tools) ==="
           display "  [1] Issue to an employee"
           display "  [2] Employee issue history"
           display "> " with no advancing
           accept choice

           if sessionOperator is omitted
               display "Operator ID: " with no advancing
               accept issueOperator
           else
               move sessionOperator to issueOperator
           end-if
           move function current-date(1:8) to todayDate

           open input EmployeeMaster
           if EmStat not = "00"
               display "No EmployeeMaster.dat; add employees first "
                       "(employee master)"
               exit program
           end-if

           evaluate choice
               when 1
                   perform issueToEmployee
               when other
                   perform historyReport
           end-evaluate

           close EmployeeMaster

       exit program.

       issueToEmployee.
           call "checkFreeze" using frozenFlag
           if frozenFlag = "Y"
               display "Physical-inventory freeze is on; "
                       "issues are locked"
               exit paragraph
           end-if

           display "Employee ID: " with no advancing
           accept inEmpID
           move inEmpID to em-id
           read EmployeeMaster key is em-id
               invalid key
                   display "No employee " function trim(inEmpID)
                           " on file"
                   exit paragraph
           end-read
           if em-status not = "ACTIVE"
               display function trim(em-name) " is " em-status
                       "; nothing may be issued"
               exit paragraph
           end-if
           display function trim(em-name) " | "
                   function trim(em-department)

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
           if lifecycleStatus = "D"
               display function trim(itemName)
                       " is discontinued; no new issues"
               close Inventory
               exit paragraph
           end-if
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
           call "deptCatalogCheck" using em-department itemName
               allowed
           if allowed not = "Y"
               display function trim(itemName) " is not on "
                       function trim(em-department) "'s catalog"
               close Inventory
               exit paragraph
           end-if

           display function trim(itemName) " | available " itemStock
           display "Quantity: " with no advancing
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

           move spaces to overrideID
           perform checkEntitlement
           if limitFound = "Y" and drawnQty + inQty > limitQty
               display "Entitlement: " limitQty " per " limitDays
                       " days; " function trim(em-name) " has drawn "
                       drawnQty " since " windowStart
               display "Supervisor override ID (blank = cancel): "
                       with no advancing
               accept overrideID
               if overrideID = spaces
                   close Inventory
                   exit paragraph
               end-if
               call "authCheck" using overrideID authorized
                   SupervisorRole
               if authorized not = "Y"
                   display "Override refused; nothing issued"
                   close Inventory
                   exit paragraph
               end-if
           end-if

           perform writeChargeRequest
           if newRequestID = 0
               close Inventory
               exit paragraph
           end-if

           subtract inQty from itemStock
           rewrite invRec

           compute ledQty = 0 - inQty
           move itemStock to ledBal
           call "postItemLedger" using itemID itemName ledType
               ledQty ledBal issueOperator newRequestID em-id

           perform logEmployeeIssue
           close Inventory

           call "syncRequestLines" using newRequestID
           display inQty " x " function trim(itemName) " issued to "
                   function trim(em-name) "; charged to "
                   function trim(em-department) " on request #"
                   newRequestID.

       *> Controlled types need the two-person request path; a type
       *> missing from the master is not controlled.
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

       *> The department's own limit for the item wins over the
       *> everyone limit; the window rolls back from today.
       checkEntitlement.
           move "N" to limitFound
           move 0 to drawnQty
           open input Entitlements
           if EnStat not = "00"
               exit paragraph
           end-if
           move inItemID to en-itemID
           move em-department to en-department
           read Entitlements key is enKey
               invalid key
                   move spaces to en-department
                   read Entitlements key is enKey
                       invalid key
                           continue
                       not invalid key
                           move "Y" to limitFound
                   end-read
               not invalid key
                   move "Y" to limitFound
           end-read
           if limitFound = "Y"
               move en-maxQty to limitQty
               move en-windowDays to limitDays
           end-if
           close Entitlements
           if limitFound not = "Y"
               exit paragraph
           end-if

           compute windowStart = function date-of-integer(
               function integer-of-date(todayDate) - limitDays + 1)
           open input EmployeeIssues
           if EiStat not = "00"
               exit paragraph
           end-if
           move "n" to eof
           perform until eof = "y"
               read EmployeeIssues
                   at end
                       move "y" to eof
                   not at end
                       if ei-employeeID = em-id
                          and ei-itemID = inItemID
                          and ei-date >= windowStart
                           add ei-qty to drawnQty
                       end-if
               end-read
           end-perform
           close EmployeeIssues
           move "n" to eof.

       *> Written already Fulfilled: the counter hands the goods over
       *> as it records them, so there is nothing to approve.
       writeChargeRequest.
           move 0 to newRequestID
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
           call "getDate" using timeRequested dateRequested
           move em-department to department
           string function trim(itemName) delimited by size
                  ", " delimited by size
                  inQty delimited by size
               into itemNQuant
           end-string
           move issueOperator to operatorID
           move "Fulfilled" to reqStatus
           move issueOperator to approvedBy
           move dateRequested to approveDate
           move dateRequested to fulfilledDate
           move "E" to reqSource
           move "R" to reqPriority
           write requestRecord
               invalid key
                   display "Error: request " requestID
                           " already exists; nothing issued"
                   close Requests
                   exit paragraph
           end-write
           call "updateReqID"
           move requestID to newRequestID
           close Requests.

       logEmployeeIssue.
           call "getDate" using nowTime nowDate
           move em-id to ei-employeeID
           move todayDate to ei-date
           move nowTime to ei-time
           move itemID to ei-itemID
           move itemName to ei-itemName
           move inQty to ei-qty
           move em-department to ei-department
           move newRequestID to ei-requestID
           move unitCost to ei-unitCost
           move issueOperator to ei-operatorID
           move overrideID to ei-overrideBy
           open extend EmployeeIssues
           if EiStat = "05" or EiStat = "35"
               open output EmployeeIssues
               close EmployeeIssues
               open extend EmployeeIssues
           end-if
           write employeeIssueRec
           close EmployeeIssues.

       *> Everything one person was ever issued, with its value -
       *> the list HR asks for when someone leaves.
       historyReport.
           display "Employee ID: " with no advancing
           accept inEmpID
           move inEmpID to em-id
           read EmployeeMaster key is em-id
               invalid key
                   display "No employee " function trim(inEmpID)
                           " on file"
                   exit paragraph
           end-read

           string "data\EmployeeIssues_" delimited by size
                  em-id delimited by space
                  "_" delimited by size
                  todayDate delimited by size
                  ".txt" delimited by size
                  into reportFileName
           end-string
           open output ReportFile
           call "openFileCheck" using RepStat

           move spaces to reportLine
           string "Issue history: " em-id " " function trim(em-name)
                  " | " function trim(em-department) " | " em-status
                  " | as of " todayDate
               delimited by size into reportLine
           end-string
           write reportLine
           display function trim(reportLine)
           move spaces to reportLine
           string "Date     | ItemID| Item                     | Qty"
                  "  | Unit cost| Request| Dept charged"
                  "                     | Override"
               delimited by size into reportLine
           end-string
           write reportLine
           display function trim(reportLine)

           open input EmployeeIssues
           if EiStat = "00"
               perform until eof = "y"
                   read EmployeeIssues
                       at end
                           move "y" to eof
                       not at end
                           if ei-employeeID = em-id
                               perform writeHistoryLine
                           end-if
                   end-read
               end-perform
               close EmployeeIssues
           end-if

           move issueValue to dispValue
           move spaces to reportLine
           string "Issues: " issueCount "  units: " issueUnits
                  "  value at issue: " dispValue
               delimited by size into reportLine
           end-string
           write reportLine
           display function trim(reportLine)
           close ReportFile
           display "Report written to " reportFileName
           call "registerSpool" using "EMPISSUE    "
               reportFileName.

       writeHistoryLine.
           add 1 to issueCount
           add ei-qty to issueUnits
           compute lineValue = ei-qty * ei-unitCost
           add lineValue to issueValue
           move ei-unitCost to dispCost
           move spaces to reportLine
           string ei-date " | " ei-itemID "| " ei-itemName "| "
                  ei-qty " |" dispCost " | " ei-requestID " | "
                  ei-department " | " ei-overrideBy
               delimited by size into reportLine
           end-string
           write reportLine
           display function trim(reportLine).
