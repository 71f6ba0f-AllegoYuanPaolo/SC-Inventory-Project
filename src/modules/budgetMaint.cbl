      $set sourceformat"free"
        IDENTIFICATION DIVISION.
        PROGRAM-ID. budgetMaint.

       environment division.
           input-output section.
             file-control.
                  copy "DeptBudgets".

                  copy "DeptMaster".

                  copy "GlAccountMap".

                  copy "Requests".

                  copy "Inventory.cpy".

                  *> Finance's budget file, pipe-delimited, one month
                  *> per line: department|period YYYYMM|amount in
                  *> cents|GL account (blank = the department's
                  *> ISSUEDR account on GlAccountMap.dat).
                  select BudgetFile
                      assign to "data\BudgetLoad.txt"
                      organization is line sequential
                      file status is BlStat.

                  *> Exceptions from a load, or the rollover listing;
                  *> same technique as creditAgingReport.cbl.
                  select ReportFile
                      assign to reportFileName
                      organization is line sequential
                      file status is RepStat.

        DATA DIVISION.
           file section.
               copy "DeptBudgets-rec".

               copy "DeptMaster-rec".

               copy "GlAccountMap-rec".

               copy "Requests-rec".

               copy "Inventory-rec.cpy".

               FD BudgetFile.
               01 budgetLine pic x(100).

               FD ReportFile.
               01 reportLine pic x(132).

            WORKING-STORAGE SECTION.
            01 DbStat pic xx.
            01 deptStat pic xx.
            01 GmStat pic xx.
            01 ReqStat pic xx.
            01 InvStat pic xx.
            01 BlStat pic xx.
            01 RepStat pic xx.
            01 eof pic x value "n".
            01 gmUsable pic x.

            01 choice pic 9 value 1.
            01 maintOperator pic x(10).
            01 authorized pic x.
            01 FinanceRole pic x(10) value "FINANCE".
            01 reportFileName pic x(48).
            01 todayDate pic 9(8).
            01 periodOpen pic x.
            *> F = from the finance file (exceptions to the report),
            *> K = keyed at the screen (exceptions displayed).
            01 entryMode pic x(1).

            *> One budget line, split and checked.
            01 inDept pic x(32).
            01 inPeriodText pic x(10).
            01 inAmountText pic x(14).
            01 inAccount pic x(8).
            01 inPeriod pic 9(6).
            01 inAmount pic 9(7)v99.
            01 lineNo pic 9(6) value 0.
            01 lineOK pic x.
            01 exceptText pic x(60).
            01 budgetIsNew pic x.
            01 oldAmount pic 9(7)v99.
            01 dispAmount pic Z,ZZZ,ZZ9.99.
            01 dispCarry pic Z,ZZZ,ZZ9.99.

            01 loadedCount pic 9(5) value 0.
            01 changedCount pic 9(5) value 0.
            01 exceptCount pic 9(5) value 0.
            01 listedCount pic 9(5) value 0.

            *> Every account GlAccountMap.dat can post to; a budget
            *> may only be held against one of them.
            01 AcctMax pic 9(3) value 200.
            01 acctCount pic 9(3) value 0.
            01 acctTableRecord.
                02 acctTable occurs 200 times.
                    03 atAccount pic x(8).
            01 acctI pic 9(3).
            01 acctFound pic x.

            *> Rollover: the closing fiscal year's twelve months and
            *> the new year's, in order.
            01 inYear pic 9(4).
            01 fyStartMonth pic 9(2).
            01 carryPct pic 9(3).
            01 carryChoice pic x.
            01 periodYear pic 9(4).
            01 periodMonth pic 9(2).
            01 monthI pic 9(2).
            01 periodTableRecord.
                02 periodTable occurs 12 times.
                    03 fromPeriod pic 9(6).
                    03 toPeriod pic 9(6).
            01 baseBudget pic 9(7)v99.
            01 openedCount pic 9(5) value 0.
            01 carriedCount pic 9(5) value 0.

            *> Departments on DeptMaster with the closing year's
            *> budget and spend; bounded like catTable elsewhere.
            01 DeptMax pic 9(2) value 50.
            01 deptCount pic 9(2) value 0.
            01 deptTableRecord.
                02 deptTable occurs 50 times.
                    03 rtName pic x(32).
                    03 rtFallback pic 9(7)v99.
                    03 rtBudget pic 9(11)v99.
                    03 rtSpend pic 9(11)v99.
            01 deptI pic 9(2).
            01 matchIdx pic 9(2).
            01 deptFull pic x.
            01 unspent pic s9(11)v99.
            01 carryAmount pic 9(11)v99.
            01 entryPeriod pic 9(6).
            01 costLine pic 9(11)v99.
            01 dispBudget pic ZZZ,ZZZ,ZZ9.99.
            01 dispSpend pic ZZZ,ZZZ,ZZ9.99.
            01 dispUnspent pic -ZZZ,ZZZ,ZZ9.99.

            *> Same "item, quant" UNSTRING-by-"; "-then-by-", " parse
            *> requestSubtract.cbl uses.
            01 parseName pic x(25).
            01 parseQuant pic 9(2).
            01 ptr pic 9(3).
            01 chunk pic x(32).

            *> Rule values read through getParam (SystemParams.dat).
            01 ruleName pic x(20).
            01 ruleValue pic 9(9).

            *> Before/after pair for the master-file change log.
            01 chgFile pic x(24).
            01 chgKey pic x(40).
            01 chgField pic x(20).
            01 chgOld pic x(40).
            01 chgNew pic x(40).

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
           move 0 to lineNo
           move 0 to loadedCount
           move 0 to changedCount
           move 0 to exceptCount
           move 0 to listedCount
           move 0 to openedCount
           move 0 to carriedCount
           move 0 to acctCount
           move 0 to deptCount
           initialize deptTableRecord

           display "=== Department Budgets by Fiscal Period ==="
           display "  [1] List a department's budgets"
           display "  [2] Load finance's budget file (BudgetLoad.txt)"
           display "  [3] Set one month's budget"
           display "  [4] Year-end rollover to next fiscal year"
           display "> " with no advancing
           accept choice

           if sessionOperator is omitted
               if choice not = 1
                   display "Operator ID: " with no advancing
                   accept maintOperator
               end-if
           else
               move sessionOperator to maintOperator
           end-if
           if choice not = 1
               call "authCheck" using maintOperator authorized
                   FinanceRole
               if authorized not = "Y"
                   display "Not authorized to maintain budgets"
                   exit program
               end-if
           end-if
           move function current-date(1:8) to todayDate

           open i-o DeptBudgets
           if DbStat = "35"
               open output DeptBudgets
               close DeptBudgets
               open i-o DeptBudgets
           end-if
           call "openFileCheck" using DbStat

           evaluate choice
               when 2
                   perform loadBudgetFile
               when 3
                   perform keyOneBudget
               when 4
                   perform yearEndRollover
               when other
                   perform listBudgets
           end-evaluate
           close DeptBudgets

       exit program.

       listBudgets.
           display "Department: " with no advancing
           accept inDept
           display "Period | Budget       | Carried in   | Account  "
                   "| Source   | Loaded"
           move inDept to db-department
           move 0 to db-period
           start DeptBudgets key is not less than dbKey
               invalid key move "y" to eof
           end-start
           perform until eof = "y"
               read DeptBudgets next record
                   at end
                       move "y" to eof
                   not at end
                       if db-department not = inDept
                           move "y" to eof
                       else
                           move db-budget to dispAmount
                           move db-carryIn to dispCarry
                           display db-period " | " dispAmount " | "
                                   dispCarry " | " db-glAccount " | "
                                   db-source " | " db-loadedDate
                           add 1 to listedCount
                       end-if
               end-read
           end-perform
           display "Months on file: " listedCount.

       *> Department and account checks need both masters open for
       *> the whole load.
       openCheckFiles.
           open input DeptMaster
           if deptStat not = "00"
               display "No DeptMaster.dat; run loadDeptMaster first"
               move "N" to lineOK
               exit paragraph
           end-if
           move "Y" to lineOK
           move "N" to gmUsable
           open input GlAccountMap
           if GmStat not = "00"
               exit paragraph
           end-if
           move "Y" to gmUsable
           perform until eof = "y"
               read GlAccountMap next record
                   at end
                       move "y" to eof
                   not at end
                       perform noteAccount
               end-read
           end-perform
           move "n" to eof.

       noteAccount.
           perform varying acctI from 1 by 1 until acctI > acctCount
               if atAccount(acctI) = gm-account
                   exit paragraph
               end-if
           end-perform
           if acctCount < AcctMax
               add 1 to acctCount
               move gm-account to atAccount(acctCount)
           end-if.

       closeCheckFiles.
           close DeptMaster
           if gmUsable = "Y"
               close GlAccountMap
           end-if.

       loadBudgetFile.
           open input BudgetFile
           if BlStat not = "00"
               display "No BudgetLoad.txt from finance to load"
               exit paragraph
           end-if
           perform openCheckFiles
           if lineOK not = "Y"
               close BudgetFile
               exit paragraph
           end-if
           move "F" to entryMode
           string "data\BudgetLoadExceptions_" delimited by size
                  todayDate delimited by size
                  ".txt" delimited by size
                  into reportFileName
           end-string
           open output ReportFile
           call "openFileCheck" using RepStat
           move spaces to reportLine
           string "Budget file lines not loaded, " todayDate
               delimited by size into reportLine
           end-string
           write reportLine
           if gmUsable not = "Y"
               move spaces to reportLine
               string "(no GlAccountMap.dat; accounts taken as given)"
                   delimited by size into reportLine
               end-string
               write reportLine
           end-if
           move spaces to reportLine
           string "Line  | Department                       | Period"
                  "     | Reason"
               delimited by size into reportLine
           end-string
           write reportLine

           perform until eof = "y"
               read BudgetFile
                   at end
                       move "y" to eof
                   not at end
                       add 1 to lineNo
                       if budgetLine not = spaces
                           move spaces to inDept inPeriodText
                               inAmountText inAccount
                           unstring budgetLine delimited by "|"
                               into inDept, inPeriodText,
                                    inAmountText, inAccount
                           end-unstring
                           perform applyBudgetLine
                       end-if
               end-read
           end-perform

           move spaces to reportLine
           write reportLine
           move spaces to reportLine
           string "Lines read " lineNo "  new months " loadedCount
                  "  changed " changedCount "  exceptions "
                  exceptCount
               delimited by size into reportLine
           end-string
           write reportLine
           close ReportFile
           close BudgetFile
           perform closeCheckFiles

           display "Lines read: " lineNo
           display "New months: " loadedCount "  changed: "
                   changedCount "  exceptions: " exceptCount
           display "Report written to " reportFileName
           call "registerSpool" using "BUDGETLOAD  "
               reportFileName.

       keyOneBudget.
           perform openCheckFiles
           if lineOK not = "Y"
               exit paragraph
           end-if
           move "K" to entryMode
           display "Department: " with no advancing
           accept inDept
           display "Period (YYYYMM): " with no advancing
           accept inPeriodText
           display "Budget in cents: " with no advancing
           accept inAmountText
           display "GL account (blank = department's issue account): "
                   with no advancing
           accept inAccount
           perform applyBudgetLine
           perform closeCheckFiles
           if exceptCount = 0
               display "Budget for " function trim(inDept) " "
                       inPeriod " saved"
           end-if.

       applyBudgetLine.
           if inDept = spaces
               move "No department" to exceptText
               perform writeException
               exit paragraph
           end-if
           move inDept to deptName
           read DeptMaster key is deptName
               invalid key
                   move "Department not on DeptMaster" to exceptText
                   perform writeException
                   exit paragraph
           end-read
           if function trim(inPeriodText) is not numeric
              or function length(function trim(inPeriodText)) not = 6
               move "Period must be YYYYMM" to exceptText
               perform writeException
               exit paragraph
           end-if
           move inPeriodText(1:6) to inPeriod
           if inPeriod(5:2) < "01" or inPeriod(5:2) > "12"
               move "Period month must be 01-12" to exceptText
               perform writeException
               exit paragraph
           end-if
           *> A closed month's figures are published; its budget is
           *> part of them.
           call "checkPeriod" using inPeriod periodOpen
           if periodOpen not = "Y"
               move "Period is closed" to exceptText
               perform writeException
               exit paragraph
           end-if
           if function trim(inAmountText) is not numeric
              or function length(function trim(inAmountText)) > 9
               move "Amount must be whole cents, up to 9 digits"
                   to exceptText
               perform writeException
               exit paragraph
           end-if
           compute inAmount = function numval(inAmountText) / 100
           perform checkAccount
           if lineOK not = "Y"
               exit paragraph
           end-if

           move "N" to budgetIsNew
           move inDept to db-department
           move inPeriod to db-period
           read DeptBudgets key is dbKey
               invalid key
                   move "Y" to budgetIsNew
                   initialize DeptBudgetRec
                   move inDept to db-department
                   move inPeriod to db-period
           end-read
           move db-budget to oldAmount
           move inAmount to db-budget
           move inAccount to db-glAccount
           if entryMode = "F"
               move "LOAD" to db-source
           else
               move "KEYED" to db-source
           end-if
           move maintOperator to db-loadedBy
           move todayDate to db-loadedDate
           if budgetIsNew = "Y"
               write DeptBudgetRec
               add 1 to loadedCount
               move 0 to oldAmount
           else
               rewrite DeptBudgetRec
               if oldAmount not = inAmount
                   add 1 to changedCount
               end-if
           end-if
           if budgetIsNew = "Y" or oldAmount not = inAmount
               move "DeptBudgets.dat" to chgFile
               move dbKey to chgKey
               move "db-budget" to chgField
               move oldAmount to dispAmount
               move dispAmount to chgOld
               move inAmount to dispAmount
               move dispAmount to chgNew
               call "logMasterChange" using chgFile chgKey chgField
                   chgOld chgNew maintOperator
           end-if.

       *> A typed account must be one the map posts to; a blank one
       *> is the account the department's issues are charged to
       *> (its own ISSUEDR row, else the generic one).
       checkAccount.
           move "Y" to lineOK
           if gmUsable not = "Y"
               exit paragraph
           end-if
           if inAccount not = spaces
               move "N" to acctFound
               perform varying acctI from 1 by 1
                       until acctI > acctCount
                   if atAccount(acctI) = inAccount
                       move "Y" to acctFound
                   end-if
               end-perform
               if acctFound not = "Y"
                   move "GL account not on GlAccountMap" to exceptText
                   perform writeException
                   move "N" to lineOK
               end-if
               exit paragraph
           end-if
           move "ISSUEDR" to gm-tranType
           move spaces to gm-matType
           move inDept to gm-dept
           read GlAccountMap key is gmKey
               invalid key
                   move spaces to gm-dept
                   read GlAccountMap key is gmKey
                       invalid key
                           move spaces to gm-account
                   end-read
           end-read
           if gm-account = spaces
               move "No GL account given and no ISSUEDR mapping"
                   to exceptText
               perform writeException
               move "N" to lineOK
               exit paragraph
           end-if
           move gm-account to inAccount.

       writeException.
           add 1 to exceptCount
           if entryMode = "K"
               display function trim(exceptText) "; nothing saved"
               exit paragraph
           end-if
           move spaces to reportLine
           string lineNo "| " inDept " | " inPeriodText " | "
                  exceptText
               delimited by size into reportLine
           end-string
           write reportLine.

       *> Opens every month of the next fiscal year that finance has
       *> not loaded yet, at the same month's budget this year, and
       *> (by policy, BUDGET-CARRY-PCT) carries part of each
       *> department's unspent budget into the new year's first
       *> month. Rows already there are left alone, and a re-run
       *> sets the same carry again rather than adding to it.
       yearEndRollover.
           display "Fiscal year to close (YYYY): " with no advancing
           call "getNumeric" using numIn numCancel
           if numCancel = "Y" or numIn < 2000 or numIn > 2998
               display "Nothing rolled over"
               exit paragraph
           end-if
           move numIn to inYear
           move "FY-START-MONTH" to ruleName
           move 1 to ruleValue
           call "getParam" using ruleName ruleValue
           if ruleValue < 1 or ruleValue > 12
               move 1 to ruleValue
           end-if
           move ruleValue to fyStartMonth
           move "BUDGET-CARRY-PCT" to ruleName
           move 0 to ruleValue
           call "getParam" using ruleName ruleValue
           if ruleValue > 100
               move 100 to ruleValue
           end-if
           move ruleValue to carryPct

           move inYear to periodYear
           move fyStartMonth to periodMonth
           perform varying monthI from 1 by 1 until monthI > 12
               compute fromPeriod(monthI) =
                   periodYear * 100 + periodMonth
               compute toPeriod(monthI) = fromPeriod(monthI) + 100
               add 1 to periodMonth
               if periodMonth > 12
                   move 1 to periodMonth
                   add 1 to periodYear
               end-if
           end-perform
           display "Fiscal year " inYear ": " fromPeriod(1) " to "
                   fromPeriod(12) "; opening " toPeriod(1) " to "
                   toPeriod(12)

           move "n" to carryChoice
           if carryPct > 0
               display "Carry forward " carryPct
                       "% of unspent budget? [y/n]: "
                       with no advancing
               accept carryChoice
           else
               display "Carry-forward policy is 0% "
                       "(BUDGET-CARRY-PCT); nothing is carried"
           end-if

           open input DeptMaster
           if deptStat not = "00"
               display "No DeptMaster.dat; run loadDeptMaster first"
               exit paragraph
           end-if
           move "N" to deptFull
           perform until eof = "y"
               read DeptMaster next record
                   at end
                       move "y" to eof
                   not at end
                       if deptCount < DeptMax
                           add 1 to deptCount
                           move deptName to rtName(deptCount)
                           move deptBudget to rtFallback(deptCount)
                       else
                           move "Y" to deptFull
                       end-if
               end-read
           end-perform
           close DeptMaster
           move "n" to eof
           perform collectYearSpend

           string "data\BudgetRollover_" delimited by size
                  inYear delimited by size
                  ".txt" delimited by size
                  into reportFileName
           end-string
           open output ReportFile
           call "openFileCheck" using RepStat
           move spaces to reportLine
           string "Budget rollover, fiscal year " inYear " (periods "
                  fromPeriod(1) "-" fromPeriod(12) ") run "
                  todayDate " by " maintOperator
               delimited by size into reportLine
           end-string
           write reportLine
           move spaces to reportLine
           string "Department                       |   Year budget"
                  " |    Year spend |       Unspent |       Carried"
               delimited by size into reportLine
           end-string
           write reportLine

           perform varying deptI from 1 by 1 until deptI > deptCount
               perform rollOneDept
           end-perform
           if deptFull = "Y"
               move spaces to reportLine
               string "(more than " DeptMax " departments; the rest "
                      "were not rolled over)"
                   delimited by size into reportLine
               end-string
               write reportLine
           end-if
           move spaces to reportLine
           string "Months opened " openedCount
                  "  departments with carry-forward " carriedCount
               delimited by size into reportLine
           end-string
           write reportLine
           close ReportFile

           compute periodYear = inYear + 1
           display "Months opened for " periodYear ": " openedCount
           display "Departments carrying unspent budget: "
                   carriedCount
           display "Report written to " reportFileName
           call "registerSpool" using "BUDGETROLL  "
               reportFileName.

       rollOneDept.
           perform varying monthI from 1 by 1 until monthI > 12
               move rtName(deptI) to db-department
               move fromPeriod(monthI) to db-period
               read DeptBudgets key is dbKey
                   invalid key
                       move rtFallback(deptI) to baseBudget
                       add rtFallback(deptI) to rtBudget(deptI)
                   not invalid key
                       move db-budget to baseBudget
                       add db-budget to rtBudget(deptI)
                       add db-carryIn to rtBudget(deptI)
               end-read
               move rtName(deptI) to db-department
               move toPeriod(monthI) to db-period
               read DeptBudgets key is dbKey
                   invalid key
                       if baseBudget not = 0
                           perform copyPriorAccount
                           write DeptBudgetRec
                           add 1 to openedCount
                       end-if
               end-read
           end-perform

           compute unspent = rtBudget(deptI) - rtSpend(deptI)
           move 0 to carryAmount
           if (carryChoice = "y" or carryChoice = "Y")
              and unspent > 0
               compute carryAmount rounded = unspent * carryPct / 100
               if carryAmount > 9999999.99
                   move 9999999.99 to carryAmount
               end-if
               move rtName(deptI) to db-department
               move toPeriod(1) to db-period
               read DeptBudgets key is dbKey
                   invalid key
                       initialize DeptBudgetRec
                       move rtName(deptI) to db-department
                       move toPeriod(1) to db-period
                       move "ROLLOVER" to db-source
                       move maintOperator to db-loadedBy
                       move todayDate to db-loadedDate
                       move carryAmount to db-carryIn
                       write DeptBudgetRec
                   not invalid key
                       move carryAmount to db-carryIn
                       rewrite DeptBudgetRec
               end-read
               if carryAmount > 0
                   add 1 to carriedCount
               end-if
           end-if

           move rtBudget(deptI) to dispBudget
           move rtSpend(deptI) to dispSpend
           move unspent to dispUnspent
           move carryAmount to dispAmount
           move spaces to reportLine
           string rtName(deptI) " | " dispBudget " | " dispSpend
                  " | " dispUnspent " |  " dispAmount
               delimited by size into reportLine
           end-string
           write reportLine.

       *> The new month is held against the same account as the
       *> month it was copied from.
       copyPriorAccount.
           move rtName(deptI) to db-department
           move fromPeriod(monthI) to db-period
           read DeptBudgets key is dbKey
               invalid key
                   move spaces to db-glAccount
           end-read
           move db-glAccount to inAccount
           initialize DeptBudgetRec
           move rtName(deptI) to db-department
           move toPeriod(monthI) to db-period
           move baseBudget to db-budget
           move inAccount to db-glAccount
           move "ROLLOVER" to db-source
           move maintOperator to db-loadedBy
           move todayDate to db-loadedDate.

       *> What each department was charged in the closing year, the
       *> way deptChargeback.cbl bills it: fulfilled requests at
       *> current unit cost.
       collectYearSpend.
           open input Requests
           if ReqStat not = "00"
               exit paragraph
           end-if
           open input Inventory
           if InvStat not = "00"
               close Requests
               exit paragraph
           end-if
           perform until eof = "y"
               read Requests next record
                   at end
                       move "y" to eof
                   not at end
                       move fulfilledDate(7:4) to entryPeriod(1:4)
                       move fulfilledDate(4:2) to entryPeriod(5:2)
                       if (reqStatus = "Fulfilled"
                           or reqStatus = "DELIVERED")
                          and entryPeriod >= fromPeriod(1)
                          and entryPeriod <= fromPeriod(12)
                           perform costRequestForDept
                       end-if
               end-read
           end-perform
           close Requests
           close Inventory
           move "n" to eof.

       costRequestForDept.
           move 0 to matchIdx
           perform varying deptI from 1 by 1
                   until deptI > deptCount
               if rtName(deptI) = department
                   move deptI to matchIdx
               end-if
           end-perform
           if matchIdx = 0
               exit paragraph
           end-if
           move 1 to ptr
           perform until ptr > function length(itemNQuant)
               move spaces to chunk
               unstring itemNQuant
                   delimited by "; "
                   into chunk
                   with pointer ptr
               if chunk not = spaces
                   move spaces to parseName
                   unstring chunk
                       delimited by ", "
                       into parseName, parseQuant
                   move parseName to itemName
                   read Inventory key is itemName
                       invalid key
                           move 0 to unitCost
                   end-read
                   compute costLine = parseQuant * unitCost
                   add costLine to rtSpend(matchIdx)
               end-if
           end-perform.
