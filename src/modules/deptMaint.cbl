      $set sourceformat"free"
        IDENTIFICATION DIVISION.
        PROGRAM-ID. deptMaint.

       environment division.
           input-output section.
             file-control.
                  copy "DeptMaster".

        DATA DIVISION.
           file section.
               copy "DeptMaster-rec".

            WORKING-STORAGE SECTION.
            01 deptStat pic xx.
            01 eof pic x value "n".

            01 choice pic 9 value 1.
            01 deptOperator pic x(10).
            01 authorized pic x.
            *> Budgets and cost-center codes are finance's ledger
            *> structure, not the storeroom's.
            01 FinanceRole pic x(10) value "FINANCE".

            01 inDept pic x(32).
            01 inDivision pic x(16).
            01 inText pic x(16).
            01 inContact pic x(40).
            01 recExists pic x.
            01 listedCount pic 9(3) value 0.
            01 dispBudget pic Z,ZZZ,ZZ9.99.

            *> Departments grouped under their division for the
            *> hierarchy listing, bounded like catTable elsewhere.
            01 DivMax pic 9(2) value 20.
            01 divCount pic 9(2) value 0.
            01 divTableRecord.
                02 divTable occurs 20 times.
                    03 dvName pic x(16).
                    03 dvDepts pic 9(3).
                    03 dvBudget pic 9(9)v99.
            01 divI pic 9(2).
            01 matchIdx pic 9(2).

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
           move 0 to divCount
           initialize divTableRecord

           display "=== Department Master Maintenance ==="
           display "  [1] List departments and division roll-up"
           display "  [2] Add or change a department (finance)"
           display "> " with no advancing
           accept choice

           if sessionOperator is omitted
               display "Operator ID: " with no advancing
               accept deptOperator
           else
               move sessionOperator to deptOperator
           end-if

           open i-o DeptMaster
               if deptStat = "35"
                   open output DeptMaster
                   close DeptMaster
                   open i-o DeptMaster
               end-if
               call "openFileCheck" using deptStat

               evaluate choice
                   when 2
                       perform addOrChangeDept
                   when other
                       perform listDepartments
               end-evaluate

           close DeptMaster

       exit program.

       listDepartments.
           display "Department                      | Division        "
                   "| CostCtr  |       Budget | Enf | Home site"
           perform until eof = "y"
               read DeptMaster next record
                   at end
                       move "y" to eof
                   not at end
                       move deptBudget to dispBudget
                       display deptName "| " deptDivision "| "
                               deptCostCenter " | " dispBudget " | "
                               deptEnforce "   | " deptHomeSite
                       add 1 to listedCount
                       perform noteDivision
               end-read
           end-perform
           display "Departments on file: " listedCount

           display spaces
           display "Division         | Depts | Monthly budget"
           perform varying divI from 1 by 1 until divI > divCount
               move dvBudget(divI) to dispBudget
               display dvName(divI) " |  " dvDepts(divI) "  | "
                       dispBudget
           end-perform.

       noteDivision.
           move deptDivision to inDivision
           if inDivision = spaces
               move "UNASSIGNED" to inDivision
           end-if
           move 0 to matchIdx
           perform varying divI from 1 by 1 until divI > divCount
               if dvName(divI) = inDivision
                   move divI to matchIdx
               end-if
           end-perform
           if matchIdx = 0
               if divCount >= DivMax
                   exit paragraph
               end-if
               add 1 to divCount
               move inDivision to dvName(divCount)
               move divCount to matchIdx
           end-if
           add 1 to dvDepts(matchIdx)
           add deptBudget to dvBudget(matchIdx).

       *> A blank reply keeps the field as it stands, so one
       *> department can be moved to a new division without retyping
       *> its budget.
       addOrChangeDept.
           call "authCheck" using deptOperator authorized FinanceRole
           if authorized not = "Y"
               display "Not authorized to maintain departments"
               exit paragraph
           end-if

           display "Department name: " with no advancing
           accept inDept
           if inDept = spaces
               exit paragraph
           end-if
           move inDept to deptName
           read DeptMaster key is deptName
               invalid key
                   move "N" to recExists
                   move 0 to deptBudget
                   move "W" to deptEnforce
                   move spaces to deptDivision deptCostCenter
                   move 0 to deptEncRequests deptEncBackorders
                           deptEncStanding deptEncPOs
                           deptEncumbered deptEncDate
                   move spaces to deptHomeSite
                   move spaces to deptContact
                   display "New department"
               not invalid key
                   move "Y" to recExists
           end-read

           display "Division [" function trim(deptDivision) "]: "
                   with no advancing
           move spaces to inText
           accept inText
           if inText not = spaces
               move inText to deptDivision
           end-if
           display "Cost center [" function trim(deptCostCenter)
                   "]: " with no advancing
           move spaces to inText
           accept inText
           if inText not = spaces
               move inText to deptCostCenter
           end-if

           move deptBudget to dispBudget
           display "Monthly budget in cents [" dispBudget
                   "] (blank keeps, 0 = not tracked): "
                   with no advancing
           move spaces to inText
           accept inText
           if inText not = spaces
              and function trim(inText) is numeric
               compute deptBudget = function numval(inText) / 100
           end-if
           display "Over budget: W = warn, B = block [" deptEnforce
                   "]: " with no advancing
           move spaces to inText
           accept inText
           if inText(1:1) = "w" or inText(1:1) = "W"
               move "W" to deptEnforce
           end-if
           if inText(1:1) = "b" or inText(1:1) = "B"
               move "B" to deptEnforce
           end-if

           display "Home satellite site, drawn on first at "
                   "fulfillment (* = main storeroom only) ["
                   function trim(deptHomeSite) "]: " with no advancing
           move spaces to inText
           accept inText
           if inText = "*"
               move spaces to deptHomeSite
           else
               if inText not = spaces
                   move inText to deptHomeSite
               end-if
           end-if

           display "Contact e-mail for request notices (* = none) ["
                   function trim(deptContact) "]: " with no advancing
           move spaces to inContact
           accept inContact
           if inContact = "*"
               move spaces to deptContact
           else
               if inContact not = spaces
                   move inContact to deptContact
               end-if
           end-if

           move inDept to deptName
           if recExists = "Y"
               rewrite DeptMasterRec
               display "Department updated"
           else
               write DeptMasterRec
                   invalid key
                       display "Could not add " inDept
                   not invalid key
                       display "Department added"
               end-write
           end-if.
