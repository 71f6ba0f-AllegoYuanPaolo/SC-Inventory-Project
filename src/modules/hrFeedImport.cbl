      $set sourceformat"free"
        IDENTIFICATION DIVISION.
        PROGRAM-ID. hrFeedImport.

       environment division.
           input-output section.
             file-control.
                  *> Nightly flat file from HR, pipe-delimited:
                  *> employeeID|name|department|status|jobCode.
                  *> Status A (ACTIVE) or T (TERMINATED / LEFT).
                  select HrFeed
                      assign to "data\HrFeed.txt"
                      organization is line sequential
                      file status is HrStat.

                  copy "EmployeeMaster".

                  copy "OperatorRoles".

                  copy "JobRoleMap".

                  copy "OffboardQueue".

                  copy "DeptMaster".

                  *> Lines the import could not apply, same technique
                  *> as creditAgingReport.cbl's ReportFile.
                  select ReportFile
                      assign to reportFileName
                      organization is line sequential
                      file status is RepStat.

        DATA DIVISION.
           file section.
               FD HrFeed.
               01 hrLine pic x(120).

               copy "EmployeeMaster-rec".

               copy "OperatorRoles-rec".

               copy "JobRoleMap-rec".

               copy "OffboardQueue-rec".

               copy "DeptMaster-rec".

               FD ReportFile.
               01 reportLine pic x(132).

            WORKING-STORAGE SECTION.
            01 HrStat pic xx.
            01 EmStat pic xx.
            01 roleStat pic xx.
            01 JrStat pic xx.
            01 OqStat pic xx.
            01 deptStat pic xx.
            01 RepStat pic xx.
            01 eof pic x value "n".
            01 deptUsable pic x.
            01 mapUsable pic x.

            01 reportFileName pic x(48).
            01 todayDate pic 9(8).
            *> The import signs what it changes.
            01 FeedOperator pic x(10) value "HRFEED".

            *> One feed line, split.
            01 hrEmpID pic x(12).
            01 hrName pic x(30).
            01 hrDept pic x(32).
            01 hrStatus pic x(12).
            01 hrJob pic x(8).
            01 hrAction pic x(1).
            01 lineNo pic 9(6) value 0.
            01 exceptText pic x(60).
            01 empIsNew pic x.
            01 proposeNeeded pic x.
            01 loginID pic x(10).
            01 mappedRole pic x(10).

            01 addedCount pic 9(5) value 0.
            01 movedCount pic 9(5) value 0.
            01 leftCount pic 9(5) value 0.
            01 proposedCount pic 9(5) value 0.
            01 exceptCount pic 9(5) value 0.

            *> Before/after pair for the master-file change log.
            01 chgFile pic x(24).
            01 chgKey pic x(40).
            01 chgField pic x(20).
            01 chgOld pic x(40).
            01 chgNew pic x(40).

            *> Counts handed back to the nightly window
            *> (batchStepStats.cbl).
            01 statAction pic x(1) value "P".
            01 statRead pic 9(7).
            01 statWritten pic 9(7).
            01 statRejected pic 9(7).
            01 statCode pic 9(2).

        PROCEDURE DIVISION.
           *> Reset scan state: this program is CALLed repeatedly
           *> (nightly and on demand) within the same run unit, and
           *> these fields only initialize once via their VALUE
           *> clauses.
           move "n" to eof
           move 0 to lineNo
           move 0 to addedCount
           move 0 to movedCount
           move 0 to leftCount
           move 0 to proposedCount
           move 0 to exceptCount

           display "=== HR Feed Import ==="
           open input HrFeed
           if HrStat not = "00"
               display "No HrFeed.txt from HR tonight; nothing to "
                       "import"
               exit program
           end-if
           move function current-date(1:8) to todayDate

           perform openFeedFiles

           string "data\HrFeedExceptions_" delimited by size
                  todayDate delimited by size
                  ".txt" delimited by size
                  into reportFileName
           end-string
           open output ReportFile
           call "openFileCheck" using RepStat
           move spaces to reportLine
           string "HR feed lines not applied, " todayDate
               delimited by size into reportLine
           end-string
           write reportLine
           move spaces to reportLine
           string "Line  | Employee     | Reason"
               delimited by size into reportLine
           end-string
           write reportLine

           perform until eof = "y"
               read HrFeed
                   at end
                       move "y" to eof
                   not at end
                       add 1 to lineNo
                       if hrLine not = spaces
                           perform applyFeedLine
                       end-if
               end-read
           end-perform

           move spaces to reportLine
           write reportLine
           move spaces to reportLine
           string "Lines read " lineNo "  added " addedCount
                  "  changed " movedCount "  left " leftCount
                  "  logins proposed " proposedCount
                  "  exceptions " exceptCount
               delimited by size into reportLine
           end-string
           write reportLine

           close HrFeed
           close EmployeeMaster
           close OperatorRoles
           close OffboardQueue
           if mapUsable = "Y"
               close JobRoleMap
           end-if
           if deptUsable = "Y"
               close DeptMaster
           end-if
           close ReportFile

           display "Lines read: " lineNo
           display "Employees added: " addedCount
                   "  changed: " movedCount "  left: " leftCount
           display "Logins/roles awaiting confirmation: " proposedCount
           display "Exceptions: " exceptCount
           display "Report written to " reportFileName
           call "registerSpool" using "HRFEEDEXC   "
               reportFileName

           move lineNo to statRead
           compute statWritten = addedCount + movedCount + leftCount + proposedCount
           move exceptCount to statRejected
           move 0 to statCode
           if exceptCount > 0
               move 4 to statCode
           end-if
           call "batchStepStats" using statAction statRead statWritten
               statRejected statCode

       exit program.

       openFeedFiles.
           open i-o EmployeeMaster
           if EmStat = "35"
               open output EmployeeMaster
               close EmployeeMaster
               open i-o EmployeeMaster
           end-if
           call "openFileCheck" using EmStat
           open i-o OperatorRoles
           if roleStat = "35"
               open output OperatorRoles
               close OperatorRoles
               open i-o OperatorRoles
           end-if
           call "openFileCheck" using roleStat
           open i-o OffboardQueue
           if OqStat = "35"
               open output OffboardQueue
               close OffboardQueue
               open i-o OffboardQueue
           end-if
           call "openFileCheck" using OqStat
           *> No job map yet means no login is proposed; no
           *> department master means any department stands.
           move "N" to mapUsable
           open input JobRoleMap
           if JrStat = "00"
               move "Y" to mapUsable
           end-if
           move "N" to deptUsable
           open input DeptMaster
           if deptStat = "00"
               move "Y" to deptUsable
           end-if.

       applyFeedLine.
           move spaces to hrEmpID hrName hrDept hrStatus hrJob
           unstring hrLine delimited by "|"
               into hrEmpID, hrName, hrDept, hrStatus, hrJob
           end-unstring
           if hrEmpID = spaces
               move "No employee ID on the line" to exceptText
               perform writeException
               exit paragraph
           end-if
           if hrEmpID(9:4) not = spaces
               move "Employee ID longer than 8 characters"
                   to exceptText
               perform writeException
               exit paragraph
           end-if
           inspect hrStatus converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           evaluate hrStatus
               when "A"
               when "ACTIVE"
                   move "A" to hrAction
               when "T"
               when "TERMINATED"
               when "LEFT"
                   move "T" to hrAction
               when other
                   move spaces to exceptText
                   string "Unknown status " function trim(hrStatus)
                       delimited by size into exceptText
                   end-string
                   perform writeException
                   exit paragraph
           end-evaluate

           move "N" to empIsNew
           move hrEmpID to em-id
           read EmployeeMaster key is em-id
               invalid key
                   move "Y" to empIsNew
           end-read
           if hrAction = "T"
               if empIsNew = "Y"
                   move "Termination for an employee not on file"
                       to exceptText
                   perform writeException
               else
                   perform applyTermination
               end-if
           else
               perform applyActive
           end-if.

       applyActive.
           if hrDept = spaces
               move "No department on the line" to exceptText
               perform writeException
               exit paragraph
           end-if
           if deptUsable = "Y"
               move hrDept to deptName
               read DeptMaster key is deptName
                   invalid key
                       move spaces to exceptText
                       string "Department not on DeptMaster: "
                              function trim(hrDept)
                           delimited by size into exceptText
                       end-string
                       perform writeException
                       exit paragraph
               end-read
           end-if
           move "EmployeeMaster.dat" to chgFile
           move hrEmpID to chgKey
           move "N" to proposeNeeded

           if empIsNew = "Y"
               if hrName = spaces
                   move "New hire with no name" to exceptText
                   perform writeException
                   exit paragraph
               end-if
               initialize employeeRec
               move hrEmpID to em-id
               move hrName to em-name
               move hrDept to em-department
               move "ACTIVE" to em-status
               move todayDate to em-startDate
               move hrJob to em-jobCode
               move FeedOperator to em-changedBy
               move todayDate to em-changedDate
               write employeeRec
               add 1 to addedCount
               move "em-department" to chgField
               move spaces to chgOld
               move em-department to chgNew
               call "logMasterChange" using chgFile chgKey chgField
                   chgOld chgNew FeedOperator
               move "Y" to proposeNeeded
           else
               *> A rehire comes back on the same ID, the way
               *> employeeMaint.cbl re-activates one by hand.
               if em-status = "LEFT"
                   move "ACTIVE" to em-status
                   move 0 to em-leftDate
                   move "em-status" to chgField
                   move "LEFT" to chgOld
                   move "ACTIVE" to chgNew
                   call "logMasterChange" using chgFile chgKey
                       chgField chgOld chgNew FeedOperator
                   move "Y" to proposeNeeded
               end-if
               if hrName not = spaces
                   move hrName to em-name
               end-if
               if em-department not = hrDept
                   move "em-department" to chgField
                   move em-department to chgOld
                   move hrDept to chgNew
                   call "logMasterChange" using chgFile chgKey
                       chgField chgOld chgNew FeedOperator
                   move hrDept to em-department
                   add 1 to movedCount
               end-if
               if em-jobCode not = hrJob
                   move "em-jobCode" to chgField
                   move em-jobCode to chgOld
                   move hrJob to chgNew
                   call "logMasterChange" using chgFile chgKey
                       chgField chgOld chgNew FeedOperator
                   move hrJob to em-jobCode
                   move "Y" to proposeNeeded
               end-if
               move FeedOperator to em-changedBy
               move todayDate to em-changedDate
               rewrite employeeRec
           end-if
           if proposeNeeded = "Y"
               perform proposeLogin
           end-if.

       *> The job code's default role goes onto OperatorRoles.dat as
       *> a proposal only: a new login is written with status P, an
       *> existing one gets r-proposedRole, and operatorSecurity.cbl
       *> is where an administrator confirms or refuses it.
       proposeLogin.
           if hrJob = spaces
               exit paragraph
           end-if
           if mapUsable not = "Y"
               move "No JobRoleMap.dat; login not proposed"
                   to exceptText
               perform writeException
               exit paragraph
           end-if
           move hrJob to jr-jobCode
           read JobRoleMap key is jr-jobCode
               invalid key
                   move spaces to exceptText
                   string "Job code " function trim(hrJob)
                          " has no default role; no login proposed"
                       delimited by size into exceptText
                   end-string
                   perform writeException
                   exit paragraph
           end-read
           move jr-role to mappedRole

           if em-operatorID = spaces
               move em-id to loginID
           else
               move em-operatorID to loginID
           end-if
           move loginID to r-operatorID
           read OperatorRoles key is r-operatorID
               invalid key
                   initialize OperatorRolesRec
                   move loginID to r-operatorID
                   move mappedRole to r-role
                   move "P" to r-status
                   move mappedRole to r-proposedRole
                   move todayDate to r-proposedDate
                   write OperatorRolesRec
                   add 1 to proposedCount
               not invalid key
                   if r-status = "I" or r-role not = mappedRole
                       if r-status = "P"
                           move mappedRole to r-role
                       end-if
                       move mappedRole to r-proposedRole
                       move todayDate to r-proposedDate
                       rewrite OperatorRolesRec
                       add 1 to proposedCount
                   end-if
           end-read
           if em-operatorID not = loginID
               move loginID to em-operatorID
               rewrite employeeRec
           end-if.

       *> HR says the person is gone: off the active employee list at
       *> once, and the login onto the offboarding worklist, where an
       *> administrator hands its open work to a successor. A login
       *> proposed but never confirmed is simply withdrawn.
       applyTermination.
           if em-status = "LEFT"
               exit paragraph
           end-if
           move "LEFT" to em-status
           move todayDate to em-leftDate
           move FeedOperator to em-changedBy
           move todayDate to em-changedDate
           rewrite employeeRec
           add 1 to leftCount
           move "EmployeeMaster.dat" to chgFile
           move em-id to chgKey
           move "em-status" to chgField
           move "ACTIVE" to chgOld
           move "LEFT" to chgNew
           call "logMasterChange" using chgFile chgKey chgField
               chgOld chgNew FeedOperator

           if em-operatorID = spaces
               move em-id to loginID
           else
               move em-operatorID to loginID
           end-if
           move loginID to r-operatorID
           read OperatorRoles key is r-operatorID
               invalid key
                   exit paragraph
           end-read
           evaluate r-status
               when "I"
                   continue
               when "P"
                   move "I" to r-status
                   move todayDate to r-inactiveDate
                   move spaces to r-proposedRole
                   move 0 to r-proposedDate
                   rewrite OperatorRolesRec
                   move "OperatorRoles.dat" to chgFile
                   move loginID to chgKey
                   move "r-status" to chgField
                   move "P" to chgOld
                   move "I" to chgNew
                   call "logMasterChange" using chgFile chgKey
                       chgField chgOld chgNew FeedOperator
               when other
                   perform queueOffboarding
           end-evaluate.

       queueOffboarding.
           move loginID to oq-operatorID
           read OffboardQueue key is oq-operatorID
               invalid key
                   initialize offboardQueueRec
                   move loginID to oq-operatorID
                   move em-id to oq-employeeID
                   move em-name to oq-name
                   move todayDate to oq-termDate
                   move FeedOperator to oq-source
                   move "OPEN" to oq-status
                   move todayDate to oq-queuedDate
                   write offboardQueueRec
               not invalid key
                   if oq-status not = "OPEN"
                       move em-id to oq-employeeID
                       move em-name to oq-name
                       move todayDate to oq-termDate
                       move FeedOperator to oq-source
                       move "OPEN" to oq-status
                       move todayDate to oq-queuedDate
                       move spaces to oq-doneBy
                       move 0 to oq-doneDate
                       rewrite offboardQueueRec
                   end-if
           end-read
           display "  " function trim(loginID)
                   " queued for offboarding".

       writeException.
           add 1 to exceptCount
           move spaces to reportLine
           string lineNo "| " hrEmpID " | " exceptText
               delimited by size into reportLine
           end-string
           write reportLine.
