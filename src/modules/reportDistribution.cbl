      $set sourceformat"free"
        IDENTIFICATION DIVISION.
        PROGRAM-ID. reportDistribution.

       environment division.
           input-output section.
             file-control.
                  copy "DeptDistrib".

                  copy "DeptMaster".

        DATA DIVISION.
           file section.
               copy "DeptDistrib-rec".

               copy "DeptMaster-rec".

            WORKING-STORAGE SECTION.
            01 DdStat pic xx.
            01 deptStat pic xx.
            01 eof pic x value "n".

            01 choice pic 9 value 1.
            01 inDept pic x(32).
            01 inType pic x(12).
            01 listedCount pic 9(4) value 0.
            01 authorized pic x.
            01 SupervisorRole pic x(10) value "SUPERVISOR".

            *> The reports burstWriter.cbl splits by department; a
            *> row for any other type would never be used.
            01 burstTypeList.
                02 filler pic x(12) value "CHARGEBACK".
                02 filler pic x(12) value "PROJECTCOST".
                02 filler pic x(12) value "WASTERATE".
                02 filler pic x(12) value "REQAGING".
                02 filler pic x(12) value "FILLRATE".
            01 burstTypeTable redefines burstTypeList.
                02 burstTypeName pic x(12) occurs 5 times.
            01 BurstTypeMax pic 9 value 5.
            01 typeI pic 9.
            01 typeValid pic x.
            01 deptValid pic x.

            *> Before/after pair for the master-file change log.
            01 maintOperator pic x(10).
            01 chgFile pic x(24) value "DeptDistrib.dat".
            01 chgKey pic x(40).
            01 chgField pic x(20) value "dd-reportType".
            01 chgOld pic x(40).
            01 chgNew pic x(40).

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

           display "=== Report Distribution by Department ==="
           display "  [1] List distribution"
           display "  [2] Add a report to a department's list"
           display "  [3] Remove a report from a department's list"
           display "> " with no advancing
           accept choice

           if sessionOperator is omitted
               if choice = 2 or choice = 3
                   display "Operator ID: " with no advancing
                   accept maintOperator
               end-if
           else
               move sessionOperator to maintOperator
           end-if

           if choice = 2 or choice = 3
               call "authCheck" using maintOperator authorized
                   SupervisorRole
               if authorized not = "Y"
                   display "Not authorized to change report distribution"
                   exit program
               end-if
           end-if

           open i-o DeptDistrib
               if DdStat = "35"
                   open output DeptDistrib
                   close DeptDistrib
                   open i-o DeptDistrib
               end-if
               call "openFileCheck" using DdStat

               evaluate choice
                   when 2
                       perform addDistribution
                   when 3
                       perform removeDistribution
                   when other
                       perform listDistribution
               end-evaluate

           close DeptDistrib

       exit program.

       listDistribution.
           display "Department (blank = all): " with no advancing
           accept inDept
           display "Department                       | Report       "
                   "| Added by   | On"
           move inDept to dd-dept
           move spaces to dd-reportType
           start DeptDistrib key is not less than ddKey
               invalid key move "y" to eof
           end-start
           perform until eof = "y"
               read DeptDistrib next record
                   at end
                       move "y" to eof
                   not at end
                       if inDept not = spaces and dd-dept not = inDept
                           move "y" to eof
                       else
                           display dd-dept " | " dd-reportType " | "
                                   dd-addedBy " | " dd-addedDate
                           add 1 to listedCount
                       end-if
               end-read
           end-perform
           display "Distribution rows shown: " listedCount.

       addDistribution.
           perform acceptDeptAndType
           if typeValid not = "Y"
               exit paragraph
           end-if

           open input DeptMaster
           if deptStat not = "00"
               display "No DeptMaster.dat; departments cannot be checked"
               exit paragraph
           end-if
           move "Y" to deptValid
           move inDept to deptName
           read DeptMaster key is deptName
               invalid key
                   move "N" to deptValid
           end-read
           close DeptMaster
           if deptValid not = "Y"
               display "Unknown department: " function trim(inDept)
               exit paragraph
           end-if

           move inDept to dd-dept
           move inType to dd-reportType
           move maintOperator to dd-addedBy
           move function current-date(1:8) to dd-addedDate
           write deptDistribRec
               invalid key
                   display function trim(inDept) " already receives "
                           function trim(inType)
               not invalid key
                   move spaces to chgOld
                   move inType to chgNew
                   perform logDistribution
                   display function trim(inDept) " now receives "
                           function trim(inType)
           end-write.

       removeDistribution.
           perform acceptDeptAndType
           if typeValid not = "Y"
               exit paragraph
           end-if
           move inDept to dd-dept
           move inType to dd-reportType
           delete DeptDistrib record
               invalid key
                   display function trim(inDept) " does not receive "
                           function trim(inType)
               not invalid key
                   move inType to chgOld
                   move spaces to chgNew
                   perform logDistribution
                   display function trim(inDept) " no longer receives "
                           function trim(inType)
           end-delete.

       acceptDeptAndType.
           move "N" to typeValid
           display "Department: " with no advancing
           accept inDept
           if inDept = spaces
               display "Department required"
               exit paragraph
           end-if
           display "Report type (CHARGEBACK, PROJECTCOST, WASTERATE,"
           display "             REQAGING, FILLRATE): " with no advancing
           accept inType
           inspect inType converting "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           perform varying typeI from 1 by 1 until typeI > BurstTypeMax
               if burstTypeName(typeI) = inType
                   move "Y" to typeValid
               end-if
           end-perform
           if typeValid not = "Y"
               display "Not a report that bursts by department: "
                       function trim(inType)
           end-if.

       logDistribution.
           move dd-dept to chgKey
           call "logMasterChange" using chgFile chgKey chgField
               chgOld chgNew maintOperator.
