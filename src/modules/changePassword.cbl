            01 oldPassword pic x(10).
            01 newPassword pic x(10).
            01 newPassword2 pic x(10).
            01 pwResult pic x.
            01 newHash pic x(20).
            01 historyCount pic 99.
            01 histIdx pic 99.
            01 reused pic x.
            01 ruleName pic x(20).
            01 ruleValue pic 9(9).
            01 secEvent pic x(12).
            01 secNote pic x(40).

        linkage section.
        *> Sign-on passes the operator it has just verified, plus a
        *> flag to hear back whether the expired password was
        *> replaced; called from the menu it asks for everything.
        01 cpOperator pic x(10).
        01 cpChanged pic x.

        PROCEDURE DIVISION using optional cpOperator optional cpChanged.
           display "=== Change Password ==="
           if cpChanged is not omitted
               move "N" to cpChanged
           end-if
           if cpOperator is omitted
               display "Operator ID: " with no advancing
               accept inOperator
           else
               move cpOperator to inOperator
           end-if

           *> The current password is proved first, through the same
           *> check the sign-on uses, so a wrong guess here counts
           *> toward the lockout too. The forced change at sign-on has
           *> just done that.
           if cpChanged is omitted
               display "Current password: " with no advancing
               accept oldPassword
               call "verifyPassword" using inOperator oldPassword
                   pwResult
               evaluate pwResult
                   when "Y"
                   when "E"
                       continue
                   when "F"
                       display "No OperatorRoles.dat found; run "
                               "loadOperatorRoles first"
                       exit program
                   when "U"
                       display "Unrecognized operator ID: " inOperator
                       exit program
                   when "I"
                       display "Operator ID deactivated"
                       exit program
                   when "L"
                       display "Account locked; an administrator "
                               "must unlock it"
                       exit program
                   when other
                       display "Current password does not match"
                       exit program
               end-evaluate
           end-if

           open i-o OperatorRoles
               if roleStat = "35"
       exit program.

       changeIt.
           display "New password    : " with no advancing
           accept newPassword
           display "New again       : " with no advancing
               exit paragraph
           end-if

           *> The current password plus the last PW-HISTORY-COUNT - 1
           *> before it may not come round again.
           move "PW-HISTORY-COUNT" to ruleName
           move 5 to ruleValue
           call "getParam" using ruleName ruleValue
           if ruleValue < 1 or ruleValue > 10
               move 5 to ruleValue
           end-if
           move ruleValue to historyCount
           call "hashPassword" using inOperator newPassword newHash
           move "N" to reused
           if newHash = r-pwHash
               move "Y" to reused
           end-if
           perform varying histIdx from 1 by 1
                   until histIdx >= historyCount
               if r-pwHistory(histIdx) = newHash
                   move "Y" to reused
               end-if
           end-perform
           if reused = "Y"
               display "That password was used recently; choose "
                       "another"
               exit paragraph
           end-if

           perform varying histIdx from 10 by -1 until histIdx < 2
               move r-pwHistory(histIdx - 1) to r-pwHistory(histIdx)
           end-perform
           move r-pwHash to r-pwHistory(1)
           move newHash to r-pwHash
           move spaces to r-password
           move function current-date(1:8) to r-pwChangedDate
           move 0 to r-failCount
           rewrite OperatorRolesRec
           display "Password changed for " inOperator

           move "PW-CHANGED" to secEvent
           move "Changed by the operator" to secNote
           call "logSecurityEvent" using inOperator secEvent
               inOperator secNote
           if cpChanged is not omitted
               move "Y" to cpChanged
           end-if.
