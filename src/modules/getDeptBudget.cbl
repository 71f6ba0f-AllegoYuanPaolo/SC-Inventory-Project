      $set sourceformat"free"
       identification division.
       program-id. getDeptBudget.

       environment division.
           input-output section.
               file-control.
                   copy "DeptBudgets".

                   copy "DeptMaster".

       data division.
           file section.
               copy "DeptBudgets-rec".

               copy "DeptMaster-rec".

           local-storage section.
           01 DbStat pic xx.
           01 deptStat pic xx.

           linkage section.
           01 gbDepartment pic x(32).
           01 gbPeriod pic 9(6).
           *> The month's budget including any carry-in.
           01 gbBudget pic 9(9)v99.
           *> P = from DeptBudgets.dat, D = fell back to deptBudget,
           *> N = no budget anywhere (0).
           01 gbSource pic x(1).
           *> Optional: the caller's deptBudget, for a caller that
           *> already holds the department's DeptMaster row.
           01 gbFallback pic 9(7)v99.

       procedure division using gbDepartment gbPeriod gbBudget
               gbSource optional gbFallback.

           *> The one place a department's budget for a month is
           *> decided, so request entry, the alert sweep and the
           *> reports all agree on it.
           move 0 to gbBudget
           move "N" to gbSource
           open input DeptBudgets
           if DbStat = "00"
               move gbDepartment to db-department
               move gbPeriod to db-period
               read DeptBudgets key is dbKey
                   invalid key
                       continue
                   not invalid key
                       compute gbBudget = db-budget + db-carryIn
                       move "P" to gbSource
               end-read
               close DeptBudgets
           end-if
           if gbSource = "P"
               goback
           end-if

           if gbFallback is not omitted
               move gbFallback to gbBudget
           else
               open input DeptMaster
               if deptStat not = "00"
                   goback
               end-if
               move gbDepartment to deptName
               read DeptMaster key is deptName
                   invalid key
                       continue
                   not invalid key
                       move deptBudget to gbBudget
               end-read
               close DeptMaster
           end-if
           if gbBudget not = 0
               move "D" to gbSource
           end-if

       goback.
