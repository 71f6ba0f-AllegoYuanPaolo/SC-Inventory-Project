           FD DeptBudgets.
           01 DeptBudgetRec.
               *> A department's budget for one accounting month
               *> (same YYYYMM as FiscalPeriods.dat), loaded from
               *> finance's budget file or opened by the year-end
               *> rollover (budgetMaint.cbl). Past years stay on file.
               *> A month with no row falls back to deptBudget on
               *> DeptMaster.dat (getDeptBudget.cbl).
               02 dbKey.
                   03 db-department pic x(32).
                   03 db-period pic 9(6).
               02 db-budget pic 9(7)v99.
               *> Unspent budget carried in from the previous fiscal
               *> year by the rollover; counted on top of db-budget,
               *> only ever on the first month of the year.
               02 db-carryIn pic 9(7)v99.
               *> Expense account the budget is held against, checked
               *> against GlAccountMap.dat when loaded.
               02 db-glAccount pic x(8).
               *> LOAD (finance file), KEYED (by hand) or ROLLOVER.
               02 db-source pic x(8).
               02 db-loadedBy pic x(10).
               02 db-loadedDate pic 9(8).
