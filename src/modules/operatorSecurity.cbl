      $set sourceformat"free"
        IDENTIFICATION DIVISION.
        PROGRAM-ID. operatorSecurity.

       environment division.
           input-output section.
               file-control.
                   copy "OperatorRoles".

                   copy "SecurityLog".

                   copy "JobRoleMap".

        DATA DIVISION.
           file section.
               copy "OperatorRoles-rec".

               copy "SecurityLog-rec".

               copy "JobRoleMap-rec".

            WORKING-STORAGE SECTION.
            01 roleStat pic xx.
            01 SecStat pic xx.
            01 JrStat pic xx.
            01 eof pic x value "n".

            01 choice pic 9 value 1.
            01 adminOperator pic x(10).
            01 authorized pic x.
            01 inOperator pic x(10).
            01 tempPassword pic x(10).
            01 tempPassword2 pic x(10).
            01 todayDate pic 9(8).
            01 ageDays pic s9(6).
            01 maxAgeDays pic 9(5).
            01 accountState pic x(8).
            01 listedCount pic 9(5) value 0.
            01 ruleName pic x(20).
            01 ruleValue pic 9(9).
            01 secEvent pic x(12).
            01 secNote pic x(40).
            01 decision pic x.
            01 oldRole pic x(10).
            01 oldStatus pic x(1).
            01 inJobCode pic x(8).
            01 inRole pic x(10).
            01 inDescription pic x(30).
            01 mapIsNew pic x.

            *> Before/after pair for the master-file change log.
            01 chgFile pic x(24).
            01 chgKey pic x(40).
            01 chgField pic x(20).
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

           display "=== Operator Account Security ==="
           display "  [1] List locked and expired accounts"
           display "  [2] Unlock an account"
           display "  [3] Reset a password (temporary, must change)"
           display "  [4] Security event log"
           display "  [5] Confirm logins and roles proposed by HR feed"
           display "  [6] List job code default roles"
           display "  [7] Set or remove a job code default role"
           display "> " with no advancing
           accept choice

           if sessionOperator is omitted
               display "Operator ID: " with no advancing
               accept adminOperator
           else
               move sessionOperator to adminOperator
           end-if
           *> Only ADMIN unlocks or resets another operator's login.
           call "authCheck" using adminOperator authorized
           if authorized not = "Y"
               display "Not authorized for account security"
               exit program
           end-if
           move function current-date(1:8) to todayDate

           if choice = 4
               perform listSecurityLog
               exit program
           end-if
           if choice = 6 or choice = 7
               perform openJobRoleMap
               if choice = 6
                   perform listJobRoles
               else
                   perform setJobRole
               end-if
               close JobRoleMap
               exit program
           end-if

           open i-o OperatorRoles
           if roleStat not = "00"
               display "No OperatorRoles.dat; run loadOperatorRoles "
                       "first"
               exit program
           end-if
           evaluate choice
               when 2
                   perform unlockAccount
               when 3
                   perform resetPassword
               when 5
                   perform confirmProposals
               when other
                   perform listAccounts
           end-evaluate
           close OperatorRoles

       exit program.

       listAccounts.
           move "PW-MAX-AGE-DAYS" to ruleName
           move 90 to ruleValue
           call "getParam" using ruleName ruleValue
           move ruleValue to maxAgeDays
           display "Operator   | Role       | State    | Fails | Since"
           perform until eof = "y"
               read OperatorRoles next record
                   at end
                       move "y" to eof
                   not at end
                       perform classifyAccount
                       if accountState not = spaces
                           display r-operatorID " | " r-role " | "
                                   accountState " |    " r-failCount
                                   " | " r-lockedDate
                           add 1 to listedCount
                       end-if
               end-read
           end-perform
           display "Accounts needing attention: " listedCount.

       *> LOCKED outranks EXPIRED; a deactivated ID is offboarding's
       *> business and is left off this list.
       classifyAccount.
           move spaces to accountState
           if r-status not = space
               exit paragraph
           end-if
           if r-locked = "Y"
               move "LOCKED" to accountState
               exit paragraph
           end-if
           if r-pwChangedDate = 0
               move "EXPIRED" to accountState
               exit paragraph
           end-if
           if maxAgeDays > 0
               compute ageDays = function integer-of-date(todayDate)
                   - function integer-of-date(r-pwChangedDate)
               if ageDays > maxAgeDays
                   move "EXPIRED" to accountState
               end-if
           end-if.

       askAccount.
           display "Operator ID: " with no advancing
           accept inOperator
           move inOperator to r-operatorID
           read OperatorRoles key is r-operatorID
               invalid key
                   display "Unrecognized operator ID: " inOperator
                   move spaces to inOperator
           end-read
           if inOperator not = spaces and r-status not = space
               display "Operator " function trim(inOperator)
                       " is not an active login"
               move spaces to inOperator
           end-if.

       unlockAccount.
           perform askAccount
           if inOperator = spaces
               exit paragraph
           end-if
           if r-locked not = "Y" and r-failCount = 0
               display "Account is not locked"
               exit paragraph
           end-if
           move space to r-locked
           move 0 to r-lockedDate
           move 0 to r-failCount
           rewrite OperatorRolesRec
           display "Account " function trim(inOperator) " unlocked"
           move "UNLOCKED" to secEvent
           move "Unlocked by an administrator" to secNote
           call "logSecurityEvent" using inOperator secEvent
               adminOperator secNote.

       *> The administrator types a temporary password and hands it
       *> over; the operator must replace it at the next sign-on.
       resetPassword.
           perform askAccount
           if inOperator = spaces
               exit paragraph
           end-if
           if inOperator = adminOperator
               display "Use Change Password for your own account"
               exit paragraph
           end-if
           display "Temporary password: " with no advancing
           accept tempPassword
           display "Again             : " with no advancing
           accept tempPassword2
           if tempPassword not = tempPassword2
               display "Entries differ; password unchanged"
               exit paragraph
           end-if
           if tempPassword = spaces
               display "Blank password not allowed"
               exit paragraph
           end-if
           call "hashPassword" using inOperator tempPassword r-pwHash
           move spaces to r-password
           move 0 to r-pwChangedDate
           move space to r-locked
           move 0 to r-lockedDate
           move 0 to r-failCount
           rewrite OperatorRolesRec
           display "Password reset for " function trim(inOperator)
                   "; it must be changed at next sign-on"
           move "PW-RESET" to secEvent
           move "Temporary password set, unlocked" to secNote
           call "logSecurityEvent" using inOperator secEvent
               adminOperator secNote.

       *> What the nightly HR feed proposed: a new hire's login
       *> (status P), a leaver coming back (status I), or a new
       *> default role after a job change. Nothing takes effect
       *> until it is confirmed here.
       confirmProposals.
           perform until eof = "y"
               read OperatorRoles next record
                   at end
                       move "y" to eof
                   not at end
                       if r-proposedRole not = spaces
                           perform confirmOne
                       end-if
               end-read
           end-perform
           display "Proposals reviewed: " listedCount.

       confirmOne.
           add 1 to listedCount
           move r-operatorID to inOperator
           move r-role to oldRole
           move r-status to oldStatus
           display spaces
           evaluate r-status
               when "P"
                   display function trim(inOperator)
                           ": new login proposed as "
                           function trim(r-proposedRole)
               when "I"
                   display function trim(inOperator)
                           ": rehired; reactivate as "
                           function trim(r-proposedRole)
               when other
                   display function trim(inOperator) ": role "
                           function trim(r-role) " -> "
                           function trim(r-proposedRole)
           end-evaluate
           display "  proposed " r-proposedDate
           display "[C]onfirm / [R]efuse / [S]kip: " with no advancing
           accept decision
           evaluate decision
               when "C"
               when "c"
                   perform confirmProposal
               when "R"
               when "r"
                   perform refuseProposal
               when other
                   display "Left for later"
           end-evaluate.

       *> A login coming into use needs a temporary password, changed
       *> at its first sign-on like any administrator-set one.
       confirmProposal.
           if r-status not = space
               display "Temporary password: " with no advancing
               accept tempPassword
               if tempPassword = spaces
                   display "A temporary password is required; "
                           "left for later"
                   exit paragraph
               end-if
               call "hashPassword" using inOperator tempPassword
                   r-pwHash
               move spaces to r-password
               move 0 to r-pwChangedDate
               move 0 to r-failCount
               move space to r-locked
               move 0 to r-lockedDate
               move space to r-status
               move 0 to r-inactiveDate
               move spaces to r-successor
           end-if
           move r-proposedRole to r-role
           move spaces to r-proposedRole
           move 0 to r-proposedDate
           rewrite OperatorRolesRec
           display "Confirmed: " function trim(inOperator) " is "
                   function trim(r-role)
           move "OperatorRoles.dat" to chgFile
           move inOperator to chgKey
           if r-role not = oldRole
               move "r-role" to chgField
               move oldRole to chgOld
               move r-role to chgNew
               call "logMasterChange" using chgFile chgKey chgField
                   chgOld chgNew adminOperator
           end-if
           if oldStatus not = space
               move "r-status" to chgField
               move oldStatus to chgOld
               move spaces to chgNew
               call "logMasterChange" using chgFile chgKey chgField
                   chgOld chgNew adminOperator
               move "LOGIN-ADDED" to secEvent
               move "HR-feed login confirmed" to secNote
               call "logSecurityEvent" using inOperator secEvent
                   adminOperator secNote
           end-if.

       *> A refused new login is kept as deactivated, so the ID is
       *> not proposed again until HR sends a change.
       refuseProposal.
           if r-status = "P"
               move "I" to r-status
               move todayDate to r-inactiveDate
           end-if
           move spaces to r-proposedRole
           move 0 to r-proposedDate
           rewrite OperatorRolesRec
           display "Refused"
           if oldStatus = "P"
               move "OperatorRoles.dat" to chgFile
               move inOperator to chgKey
               move "r-status" to chgField
               move "P" to chgOld
               move "I" to chgNew
               call "logMasterChange" using chgFile chgKey chgField
                   chgOld chgNew adminOperator
           end-if.

       openJobRoleMap.
           open i-o JobRoleMap
           if JrStat = "35"
               open output JobRoleMap
               close JobRoleMap
               open i-o JobRoleMap
           end-if
           call "openFileCheck" using JrStat.

       listJobRoles.
           display "Job code | Role       | Description"
           perform until eof = "y"
               read JobRoleMap next record
                   at end
                       move "y" to eof
                   not at end
                       display jr-jobCode " | " jr-role " | "
                               function trim(jr-description)
                       add 1 to listedCount
               end-read
           end-perform
           display "Job codes mapped: " listedCount.

       setJobRole.
           display "HR job code: " with no advancing
           accept inJobCode
           if inJobCode = spaces
               exit paragraph
           end-if
           move "N" to mapIsNew
           move inJobCode to jr-jobCode
           read JobRoleMap key is jr-jobCode
               invalid key
                   move "Y" to mapIsNew
                   initialize jobRoleRec
                   move inJobCode to jr-jobCode
           end-read
           move jr-role to oldRole
           display "Default role [" function trim(jr-role)
                   "] (* = remove): " with no advancing
           accept inRole
           inspect inRole converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           move "JobRoleMap.dat" to chgFile
           move inJobCode to chgKey
           move "jr-role" to chgField
           if inRole = "*"
               if mapIsNew = "Y"
                   display "Job code not mapped"
                   exit paragraph
               end-if
               delete JobRoleMap record
               display "Job code " function trim(inJobCode)
                       " removed"
               move oldRole to chgOld
               move spaces to chgNew
               call "logMasterChange" using chgFile chgKey chgField
                   chgOld chgNew adminOperator
               exit paragraph
           end-if
           if inRole not = spaces
               move inRole to jr-role
           end-if
           if jr-role = spaces
               display "Role required; nothing saved"
               exit paragraph
           end-if
           display "Description [" function trim(jr-description)
                   "]: " with no advancing
           accept inDescription
           if inDescription not = spaces
               move inDescription to jr-description
           end-if
           move adminOperator to jr-changedBy
           move todayDate to jr-changedDate
           if mapIsNew = "Y"
               write jobRoleRec
               move spaces to oldRole
           else
               rewrite jobRoleRec
           end-if
           display "Job code " function trim(jr-jobCode) " -> "
                   function trim(jr-role)
           if jr-role not = oldRole
               move oldRole to chgOld
               move jr-role to chgNew
               call "logMasterChange" using chgFile chgKey chgField
                   chgOld chgNew adminOperator
           end-if.

       listSecurityLog.
           display "Operator ID (blank = all): " with no advancing
           accept inOperator
           open input SecurityLog
           if SecStat not = "00"
               display "No security events recorded"
               exit paragraph
           end-if
           display "Date     | Time     | Operator   | Event        | By"
                   "         | Note"
           perform until eof = "y"
               read SecurityLog
                   at end
                       move "y" to eof
                   not at end
                       if inOperator = spaces
                               or sl-operatorID = inOperator
                           display sl-date " | " sl-time " | "
                                   sl-operatorID " | " sl-event " | "
                                   sl-byOperator " | "
                                   function trim(sl-note)
                           add 1 to listedCount
                       end-if
               end-read
           end-perform
           close SecurityLog
           display "Events listed: " listedCount.
