      $set sourceformat"free"
        IDENTIFICATION DIVISION.
        PROGRAM-ID. employeeMaint.

       environment division.
           input-output section.
               file-control.
                   copy "EmployeeMaster".

                   copy "Entitlements".

                   copy "EmployeeIssues".

                   copy "DeptMaster".

                   copy "Inventory".

        DATA DIVISION.
           file section.
               copy "EmployeeMaster-rec".

               copy "Entitlements-rec".

               copy "EmployeeIssues-rec".

               copy "DeptMaster-rec".

               copy "Inventory-rec".

            WORKING-STORAGE SECTION.
            01 EmStat pic xx.
            01 EnStat pic xx.
            01 EiStat pic xx.
            01 deptStat pic xx.
            01 InvStat pic xx.
            01 eof pic x value "n".

            01 choice pic 9 value 1.
            01 maintOperator pic x(10).
            01 inEmpID pic x(8).
            01 inName pic x(30).
            01 inDept pic x(32).
            01 inItemID pic 9(5).
            01 empIsNew pic x.
            01 deptOK pic x.
            01 confirmLeft pic x.
            01 todayDate pic 9(8).
            01 listedCount pic 9(5) value 0.
            01 issuedUnits pic 9(7) value 0.

            *> Before/after pair for the master-file change log.
            01 chgFile pic x(24).
            01 chgKey pic x(40).
            01 chgField pic x(20).
            01 chgOld pic x(40).
            01 chgNew pic x(40).
            01 oldDept pic x(32).
            01 oldStatus pic x(10).
            01 oldMaxQty pic 9(4).

            *> Validated-input work fields (getNumeric/getValidDate).
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
           move 0 to listedCount
           move 0 to issuedUnits

           display "=== Employee Master / Issue Entitlements ==="
           display "  [1] List employees"
           display "  [2] Add or change an employee"
           display "  [3] Employee leaving: mark LEFT, list issues"
           display "  [4] List entitlement limits"
           display "  [5] Set an entitlement limit"
           display "  [6] Remove an entitlement limit"
           display "> " with no advancing
           accept choice

           if sessionOperator is omitted
               if choice not = 1 and choice not = 4
                   display "Operator ID: " with no advancing
                   accept maintOperator
               end-if
           else
               move sessionOperator to maintOperator
           end-if
           move function current-date(1:8) to todayDate

           evaluate choice
               when 2
                   perform openEmployees
                   perform setEmployee
                   close EmployeeMaster
               when 3
                   perform openEmployees
                   perform markLeft
                   close EmployeeMaster
               when 4
                   perform openEntitlements
                   perform listEntitlements
                   close Entitlements
               when 5
                   perform openEntitlements
                   perform setEntitlement
                   close Entitlements
               when 6
                   perform openEntitlements
                   perform removeEntitlement
                   close Entitlements
               when other
                   perform openEmployees
                   perform listEmployees
                   close EmployeeMaster
           end-evaluate

       exit program.

       openEmployees.
           open i-o EmployeeMaster
           if EmStat = "35"
               open output EmployeeMaster
               close EmployeeMaster
               open i-o EmployeeMaster
           end-if
           call "openFileCheck" using EmStat.

       openEntitlements.
           open i-o Entitlements
           if EnStat = "35"
               open output Entitlements
               close Entitlements
               open i-o Entitlements
           end-if
           call "openFileCheck" using EnStat.

       listEmployees.
           display "Emp ID   | Name                           | Status  "
                   "  | Department"
           perform until eof = "y"
               read EmployeeMaster next record
                   at end
                       move "y" to eof
                   not at end
                       display em-id " | " em-name " | " em-status
                               " | " function trim(em-department)
                       add 1 to listedCount
               end-read
           end-perform
           display "Employees on file: " listedCount.

       setEmployee.
           display "Employee ID: " with no advancing
           accept inEmpID
           if inEmpID = spaces
               exit paragraph
           end-if
           move "N" to empIsNew
           move inEmpID to em-id
           read EmployeeMaster key is em-id
               invalid key
                   move "Y" to empIsNew
                   initialize employeeRec
                   move inEmpID to em-id
                   move "ACTIVE" to em-status
                   move todayDate to em-startDate
           end-read
           move em-department to oldDept
           move em-status to oldStatus

           display "Name [" function trim(em-name) "]: "
                   with no advancing
           accept inName
           if inName not = spaces
               move inName to em-name
           end-if
           if em-name = spaces
               display "Name required; nothing saved"
               exit paragraph
           end-if
           display "Department [" function trim(em-department) "]: "
                   with no advancing
           accept inDept
           if inDept not = spaces
               perform checkDepartment
               if deptOK not = "Y"
                   exit paragraph
               end-if
               move inDept to em-department
           end-if
           if em-department = spaces
               display "Department required; nothing saved"
               exit paragraph
           end-if
           *> A rehire comes back ACTIVE on the same ID, so the old
           *> issue history stays with the person.
           if em-status = "LEFT"
               display "Employee is LEFT; re-activate? [y/n]: "
                       with no advancing
               accept confirmLeft
               if confirmLeft = "y" or confirmLeft = "Y"
                   move "ACTIVE" to em-status
                   move 0 to em-leftDate
               end-if
           end-if

           move maintOperator to em-changedBy
           move todayDate to em-changedDate
           if empIsNew = "Y"
               write employeeRec
               display "Employee " function trim(em-id) " added"
               move spaces to oldDept oldStatus
           else
               rewrite employeeRec
               display "Employee " function trim(em-id) " updated"
           end-if
           perform logEmployeeChange.

       *> Department must exist on DeptMaster.dat, the way request
       *> entry checks it; with no master on file any name stands.
       checkDepartment.
           move "Y" to deptOK
           open input DeptMaster
           if deptStat not = "00"
               exit paragraph
           end-if
           move inDept to deptName
           read DeptMaster key is deptName
               invalid key
                   display "Unknown department: " function trim(inDept)
                           " - not on DeptMaster.dat"
                   move "N" to deptOK
           end-read
           close DeptMaster.

       logEmployeeChange.
           move "EmployeeMaster.dat" to chgFile
           move em-id to chgKey
           if em-department not = oldDept
               move "em-department" to chgField
               move oldDept to chgOld
               move em-department to chgNew
               call "logMasterChange" using chgFile chgKey chgField
                   chgOld chgNew maintOperator
           end-if
           if em-status not = oldStatus
               move "em-status" to chgField
               move oldStatus to chgOld
               move em-status to chgNew
               call "logMasterChange" using chgFile chgKey chgField
                   chgOld chgNew maintOperator
           end-if.

       *> The leaver: off the active list, and everything they were
       *> issued listed for HR to recover.
       markLeft.
           display "Employee ID: " with no advancing
           accept inEmpID
           move inEmpID to em-id
           read EmployeeMaster key is em-id
               invalid key
                   display "No employee " function trim(inEmpID)
                           " on file"
                   exit paragraph
           end-read
           move em-department to oldDept
           move em-status to oldStatus
           display function trim(em-name) " | "
                   function trim(em-department) " | " em-status
           if em-status not = "LEFT"
               display "Mark LEFT as of today? [y/n]: "
                       with no advancing
               accept confirmLeft
               if confirmLeft = "y" or confirmLeft = "Y"
                   move "LEFT" to em-status
                   move todayDate to em-leftDate
                   move maintOperator to em-changedBy
                   move todayDate to em-changedDate
                   rewrite employeeRec
                   perform logEmployeeChange
                   display "Marked LEFT; no further issues allowed"
               end-if
           end-if

           display "Issued to " function trim(em-name) ":"
           display "Date     | ItemID| Item                     |  Qty"
                   " | Request"
           open input EmployeeIssues
           if EiStat not = "00"
               display "Nothing has been issued to anyone by name"
               exit paragraph
           end-if
           perform until eof = "y"
               read EmployeeIssues
                   at end
                       move "y" to eof
                   not at end
                       if ei-employeeID = em-id
                           display ei-date " | " ei-itemID "| "
                                   ei-itemName "| " ei-qty " | "
                                   ei-requestID
                           add 1 to listedCount
                           add ei-qty to issuedUnits
                       end-if
               end-read
           end-perform
           close EmployeeIssues
           display "Issues: " listedCount "  units: " issuedUnits.

       listEntitlements.
           display "ItemID| Item                     |  Max | Days"
                   " | Department"
           perform until eof = "y"
               read Entitlements next record
                   at end
                       move "y" to eof
                   not at end
                       if en-department = spaces
                           display en-itemID "| " en-itemName "| "
                                   en-maxQty " | " en-windowDays
                                   " | (everyone)"
                       else
                           display en-itemID "| " en-itemName "| "
                                   en-maxQty " | " en-windowDays
                                   " | " function trim(en-department)
                       end-if
                       add 1 to listedCount
               end-read
           end-perform
           display "Entitlement limits on file: " listedCount.

       askEntitlementKey.
           display "ItemID: " with no advancing
           call "getNumeric" using numIn numCancel
           if numCancel = "Y"
               exit paragraph
           end-if
           move numIn to inItemID
           display "Department (blank = everyone): " with no advancing
           accept inDept.

       setEntitlement.
           perform askEntitlementKey
           if numCancel = "Y"
               exit paragraph
           end-if
           open input Inventory
           call "openFileCheck" using InvStat
           move inItemID to itemID
           read Inventory key is itemID
               invalid key
                   display "No item " inItemID " on file"
                   close Inventory
                   exit paragraph
           end-read
           close Inventory
           if inDept not = spaces
               perform checkDepartment
               if deptOK not = "Y"
                   exit paragraph
               end-if
           end-if

           move "N" to empIsNew
           move inItemID to en-itemID
           move inDept to en-department
           read Entitlements key is enKey
               invalid key
                   move "Y" to empIsNew
                   initialize entitlementRec
                   move inItemID to en-itemID
                   move inDept to en-department
                   move 365 to en-windowDays
           end-read
           move itemName to en-itemName
           move en-maxQty to oldMaxQty
           display "Most one employee may draw [" en-maxQty "]: "
                   with no advancing
           call "getNumeric" using numIn numCancel
           if numCancel = "Y" or numIn = 0 or numIn > 9999
               display "Nothing saved"
               exit paragraph
           end-if
           move numIn to en-maxQty
           display "In any window of how many days [" en-windowDays
                   "]: " with no advancing
           call "getNumeric" using numIn numCancel
           if numCancel not = "Y" and numIn not = 0
               if numIn > 9999
                   display "Window too long; nothing saved"
                   exit paragraph
               end-if
               move numIn to en-windowDays
           end-if
           move maintOperator to en-changedBy
           move todayDate to en-changedDate
           if empIsNew = "Y"
               write entitlementRec
               move 0 to oldMaxQty
           else
               rewrite entitlementRec
           end-if
           display function trim(en-itemName) ": " en-maxQty
                   " per " en-windowDays " days"

           move "Entitlements.dat" to chgFile
           move enKey to chgKey
           move "en-maxQty" to chgField
           move oldMaxQty to chgOld
           move en-maxQty to chgNew
           call "logMasterChange" using chgFile chgKey chgField
               chgOld chgNew maintOperator.

       removeEntitlement.
           perform askEntitlementKey
           if numCancel = "Y"
               exit paragraph
           end-if
           move inItemID to en-itemID
           move inDept to en-department
           read Entitlements key is enKey
               invalid key
                   display "No such entitlement limit"
                   exit paragraph
           end-read
           move en-maxQty to oldMaxQty
           delete Entitlements record
           display "Entitlement limit removed"
           move "Entitlements.dat" to chgFile
           move enKey to chgKey
           move "en-maxQty" to chgField
           move oldMaxQty to chgOld
           move spaces to chgNew
           call "logMasterChange" using chgFile chgKey chgField
               chgOld chgNew maintOperator.
