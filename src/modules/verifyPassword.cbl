      $set sourceformat"free"
       identification division.
       program-id. verifyPassword.

       environment division.
           input-output section.
               file-control.
                   copy "OperatorRoles".

       data division.
           file section.
               copy "OperatorRoles-rec".

           working-storage section.
           01 typedHash pic x(20).
           01 passwordMatch pic x.
           01 todayDate pic 9(8).
           01 ageDays pic s9(6).
           01 ruleName pic x(20).
           01 ruleValue pic 9(9).
           01 secEvent pic x(12).
           01 secNote pic x(40).
           01 dispFails pic z9.

           local-storage section.
           01 roleStat pic xx.

           linkage section.
           01 vpOperator pic x(10).
           01 vpPassword pic x(10).
           *> Y = good, E = good but expired (change it now),
           *> N = wrong, L = locked, I = deactivated, U = unknown ID,
           *> F = no OperatorRoles.dat at all.
           01 vpResult pic x(1).

       procedure division using vpOperator vpPassword vpResult.

           *> One shared answer to "is this the operator's password",
           *> asked by the sign-on, the witness prompt and
           *> changePassword: every wrong answer counts toward the
           *> lockout, whichever screen it was typed at.
           move "U" to vpResult
           open i-o OperatorRoles
           if roleStat not = "00"
               move "F" to vpResult
               goback
           end-if
           move vpOperator to r-operatorID
           read OperatorRoles key is r-operatorID
               invalid key
                   close OperatorRoles
                   goback
           end-read
           if r-status not = space
               move "I" to vpResult
               close OperatorRoles
               goback
           end-if
           if r-locked = "Y"
               move "L" to vpResult
               close OperatorRoles
               goback
           end-if
           move function current-date(1:8) to todayDate

           call "hashPassword" using vpOperator vpPassword typedHash
           move "N" to passwordMatch
           if r-pwHash = spaces
               *> Still on the clear-text password from before
               *> hashing: a match converts it on the spot.
               if r-password not = spaces and r-password = vpPassword
                   move "Y" to passwordMatch
                   move typedHash to r-pwHash
                   move spaces to r-password
               end-if
           else
               if r-pwHash = typedHash
                   move "Y" to passwordMatch
               end-if
           end-if

           if passwordMatch = "Y"
               move 0 to r-failCount
               move "Y" to vpResult
               move "PW-MAX-AGE-DAYS" to ruleName
               move 90 to ruleValue
               call "getParam" using ruleName ruleValue
               if r-pwChangedDate = 0
                   move "E" to vpResult
               else
                   if ruleValue > 0
                       compute ageDays =
                           function integer-of-date(todayDate)
                           - function integer-of-date(r-pwChangedDate)
                       if ageDays > ruleValue
                           move "E" to vpResult
                       end-if
                   end-if
               end-if
           else
               perform countFailure
           end-if
           rewrite OperatorRolesRec
           close OperatorRoles

       goback.

       countFailure.
           move "N" to vpResult
           if r-failCount < 99
               add 1 to r-failCount
           end-if
           move "PW-LOCK-TRIES" to ruleName
           move 5 to ruleValue
           call "getParam" using ruleName ruleValue
           move r-failCount to dispFails
           move spaces to secNote
           string "Wrong password, failure " dispFails
               delimited by size into secNote
           end-string
           move "SIGNON-FAIL" to secEvent
           call "logSecurityEvent" using vpOperator secEvent
               vpOperator secNote
           if r-failCount >= ruleValue
               move "Y" to r-locked
               move todayDate to r-lockedDate
               move "L" to vpResult
               move spaces to secNote
               string "Locked after " dispFails " failures"
                   delimited by size into secNote
               end-string
               move "LOCKED" to secEvent
               call "logSecurityEvent" using vpOperator secEvent
                   vpOperator secNote
           end-if.
