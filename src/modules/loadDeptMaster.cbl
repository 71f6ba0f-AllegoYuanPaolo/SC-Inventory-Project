           input-output section.
           file-control.
               *> Pipe-delimited seed file, same shape as items.txt:
               *> deptName|monthlyBudget|enforce|division|costCenter
               *> (budget digits only with implied 2 decimals;
               *> enforce W warns, B blocks; older name-only lines
               *> load with no budget, older three-column lines with
               *> no division).
               select deptList
                   assign to "data\DeptList.txt"
                   organization is line sequential
           file section.

           FD deptList.
           01 deptLine pic x(80).

           copy "DeptMaster-rec".

           01 inName pic x(32).
           01 inBudget pic 9(7)v99.
           01 inEnforce pic x(1).
           01 inDivision pic x(16).
           01 inCostCenter pic x(8).

       procedure division.

                       *> fewer tokens (a budget-less legacy line).
                       move 0 to inBudget
                       move "W" to inEnforce
                       move spaces to inDivision inCostCenter
                       unstring deptLine delimited by "|"
                           into inName, inBudget, inEnforce,
                                inDivision, inCostCenter
                       end-unstring
                       move inName to deptName
                       move inBudget to deptBudget
                       move inEnforce to deptEnforce
                       move inDivision to deptDivision
                       move inCostCenter to deptCostCenter
                       move 0 to deptEncRequests deptEncBackorders
                               deptEncStanding deptEncPOs
                               deptEncumbered deptEncDate
                       move spaces to deptHomeSite
                       move spaces to deptContact
                       write DeptMasterRec
                           invalid key
                               display "Duplicate dept, skipping: "
