      $set sourceformat"free"
        IDENTIFICATION DIVISION.
        PROGRAM-ID. approvalLimitMaint.

       environment division.
           input-output section.
             file-control.
                  copy "ApprovalLimits".

                  copy "OperatorRoles".

                  copy "MaterialTypes".

        DATA DIVISION.
           file section.
               copy "ApprovalLimits-rec".

               copy "OperatorRoles-rec".

               copy "MaterialTypes-rec".

            WORKING-STORAGE SECTION.
            01 AlStat pic xx.
            01 roleStat pic xx.
            01 MtStat pic xx.
            01 eof pic x value "n".

            01 choice pic 9 value 1.
            01 maintOperator pic x(10).
            01 authorized pic x.

            01 inKeyType pic x(1).
            01 inKeyValue pic x(10).
            01 inMaterialType pic x(10).
            01 inMaxRequest pic 9(9)v99.
            01 inMaxPO pic 9(9)v99.
            01 inDirector pic x(1).
            01 keyOk pic x.
            01 rowExists pic x.
            01 todayDate pic 9(8).
            01 listedCount pic 9(4) value 0.
            01 dispRequest pic ZZZ,ZZZ,ZZ9.99.
            01 dispPO pic ZZZ,ZZZ,ZZ9.99.
            01 dispType pic x(10).
            01 dispOld pic ZZZZZZZZ9.99.
            01 dispNew pic ZZZZZZZZ9.99.

            *> Sign-off trail inquiry (approvalTrail.cbl).
            01 trailAction pic x(1) value "S".
            01 trailDocType pic x(1).
            01 trailDocID pic 9(6).
            01 trailOperator pic x(10) value spaces.
            01 trailActingFor pic x(10) value spaces.
            01 trailValue pic 9(9)v99 value 0.
            01 trailLimit pic 9(9)v99 value 0.
            01 trailOutcome pic x(10) value spaces.
            01 trailDirector pic x(1) value "N".
            01 signedByMe pic x.
            01 directorSigned pic x.
            01 levelCount pic 9(2).
            01 dirAmt pic 9(9).
            01 ruleName pic x(20) value "DIRECTOR-SIGN-AMT".

            *> Before/after pair for the master-file change log.
            01 chgFile pic x(24) value "ApprovalLimits.dat".
            01 chgKey pic x(40).
            01 chgField pic x(20).
            01 chgOld pic x(40).
            01 chgNew pic x(40).

            *> Validated-input work fields (getNumeric).
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
           move 0 to listedCount

           display "=== Approval Limits ==="
           display "  [1] List the approval-limit matrix"
           display "  [2] Add or change a limit"
           display "  [3] Remove a limit"
           display "  [4] Sign-off trail for a request or PO"
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
           move function current-date(1:8) to todayDate

           *> Who may sign for how much is an ADMIN call, the same as
           *> the system parameters that set the director amount.
           if choice = 2 or choice = 3
               call "authCheck" using maintOperator authorized
               if authorized not = "Y"
                   display "Not authorized to change approval limits"
                   exit program
               end-if
           end-if

           if choice = 4
               perform showTrail
               exit program
           end-if

           open i-o ApprovalLimits
               if AlStat = "35"
                   if choice not = 2
                       display "No approval limits on file; every "
                               "approver signs any amount"
                       exit program
                   end-if
                   open output ApprovalLimits
                   close ApprovalLimits
                   open i-o ApprovalLimits
                   display "Approval-limit matrix started: from now "
                           "on an approver with no row signs nothing "
                           "on their own"
               end-if
               call "openFileCheck" using AlStat

               evaluate choice
                   when 2
                       perform addOrChangeLimit
                   when 3
                       perform removeLimit
                   when other
                       perform listLimits
               end-evaluate

           close ApprovalLimits

       exit program.

       listLimits.
           call "getParam" using ruleName dirAmt
           if dirAmt = 0
               display "Director sign-off: not required"
           else
               display "Director sign-off required above " dirAmt
           end-if
           display "T | Operator/role | Material  |   Max request |"
                   "        Max PO | Director"
           move low-values to alKey
           start ApprovalLimits key is not less than alKey
               invalid key move "y" to eof
           end-start
           perform until eof = "y"
               read ApprovalLimits next record
                   at end
                       move "y" to eof
                   not at end
                       move al-maxRequest to dispRequest
                       move al-maxPO to dispPO
                       move al-materialType to dispType
                       if dispType = spaces
                           move "(all)" to dispType
                       end-if
                       display al-keyType " | " al-keyValue "    | "
                               dispType "|" dispRequest " |" dispPO
                               " | " al-director
                       add 1 to listedCount
               end-read
           end-perform
           display "Limits on file: " listedCount
           display "An operator's own row wins over their role's; a "
                   "material type's row over the (all) row".

       *> Key is operator or role, then material type (blank = all
       *> types); an operator must be a known login.
       acceptLimitKey.
           move "N" to keyOk
           display "Limit for [O]perator or [R]ole: " with no advancing
           accept inKeyType
           inspect inKeyType converting "or" to "OR"
           if inKeyType not = "O" and inKeyType not = "R"
               display "O or R only"
               exit paragraph
           end-if
           if inKeyType = "O"
               display "Operator ID: " with no advancing
           else
               display "Role: " with no advancing
           end-if
           accept inKeyValue
           if inKeyValue = spaces
               exit paragraph
           end-if
           if inKeyType = "R"
               inspect inKeyValue converting
                   "abcdefghijklmnopqrstuvwxyz"
                   to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           else
               open input OperatorRoles
               if roleStat = "00"
                   move inKeyValue to r-operatorID
                   read OperatorRoles key is r-operatorID
                       invalid key
                           display "No operator "
                                   function trim(inKeyValue)
                                   " on file"
                           close OperatorRoles
                           exit paragraph
                   end-read
                   close OperatorRoles
               end-if
           end-if
           display "Material type (blank = all types): "
                   with no advancing
           accept inMaterialType
           inspect inMaterialType converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           if inMaterialType not = spaces
               open input MaterialTypes
               if MtStat = "00"
                   move inMaterialType to mt-code
                   read MaterialTypes key is mt-code
                       invalid key
                           display "No material type "
                                   function trim(inMaterialType)
                                   " on file"
                           close MaterialTypes
                           exit paragraph
                   end-read
                   close MaterialTypes
               end-if
           end-if
           move "Y" to keyOk
           move spaces to chgKey
           string inKeyType "/" inKeyValue "/" inMaterialType
               delimited by size into chgKey
           end-string.

       addOrChangeLimit.
           perform acceptLimitKey
           if keyOk not = "Y"
               exit paragraph
           end-if
           move inKeyType to al-keyType
           move inKeyValue to al-keyValue
           move inMaterialType to al-materialType
           read ApprovalLimits key is alKey
               invalid key
                   move "N" to rowExists
                   move 0 to al-maxRequest al-maxPO
                   move "N" to al-director
               not invalid key
                   move "Y" to rowExists
                   move al-maxRequest to dispRequest
                   move al-maxPO to dispPO
                   display "Now: request " dispRequest "  PO " dispPO
                           "  director " al-director
           end-read

           display "Max request value, in cents: " with no advancing
           call "getNumeric" using numIn numCancel
           if numCancel = "Y"
               exit paragraph
           end-if
           compute inMaxRequest = numIn / 100
           display "Max PO value, in cents: " with no advancing
           call "getNumeric" using numIn numCancel
           if numCancel = "Y"
               exit paragraph
           end-if
           compute inMaxPO = numIn / 100
           display "Counts as the director sign-off? [y/n]: "
                   with no advancing
           accept inDirector
           inspect inDirector converting "yn" to "YN"
           if inDirector not = "Y"
               move "N" to inDirector
           end-if

           if al-maxRequest not = inMaxRequest
               move "al-maxRequest" to chgField
               move al-maxRequest to dispOld
               move inMaxRequest to dispNew
               perform logLimitChange
           end-if
           if al-maxPO not = inMaxPO
               move "al-maxPO" to chgField
               move al-maxPO to dispOld
               move inMaxPO to dispNew
               perform logLimitChange
           end-if
           if al-director not = inDirector
               move "al-director" to chgField
               move al-director to chgOld
               move inDirector to chgNew
               call "logMasterChange" using chgFile chgKey chgField
                   chgOld chgNew maintOperator
           end-if

           move inMaxRequest to al-maxRequest
           move inMaxPO to al-maxPO
           move inDirector to al-director
           move maintOperator to al-changedBy
           move todayDate to al-changedDate
           if rowExists = "Y"
               rewrite ApprovalLimitRec
               display "Limit changed"
           else
               write ApprovalLimitRec
                   invalid key
                       display "Limit already on file"
                   not invalid key
                       display "Limit added"
               end-write
           end-if.

       logLimitChange.
           move spaces to chgOld chgNew
           move function trim(dispOld) to chgOld
           move function trim(dispNew) to chgNew
           call "logMasterChange" using chgFile chgKey chgField
               chgOld chgNew maintOperator.

       removeLimit.
           perform acceptLimitKey
           if keyOk not = "Y"
               exit paragraph
           end-if
           move inKeyType to al-keyType
           move inKeyValue to al-keyValue
           move inMaterialType to al-materialType
           read ApprovalLimits key is alKey
               invalid key
                   display "No such limit on file"
                   exit paragraph
           end-read
           delete ApprovalLimits record
           move "al-maxRequest" to chgField
           move al-maxRequest to dispOld
           move spaces to chgOld chgNew
           move function trim(dispOld) to chgOld
           call "logMasterChange" using chgFile chgKey chgField
               chgOld chgNew maintOperator
           display "Limit removed".

       *> Every level that signed a request or PO, oldest first.
       showTrail.
           display "[R]equest or [P]urchase order: " with no advancing
           accept trailDocType
           inspect trailDocType converting "rp" to "RP"
           if trailDocType not = "R" and trailDocType not = "P"
               display "R or P only"
               exit paragraph
           end-if
           display "Number: " with no advancing
           call "getNumeric" using numIn numCancel
           if numCancel = "Y" or numIn = 0
               exit paragraph
           end-if
           move numIn to trailDocID
           call "approvalTrail" using trailAction trailDocType
               trailDocID trailOperator trailActingFor trailValue
               trailLimit trailOutcome trailDirector signedByMe
               directorSigned levelCount
           if levelCount = 0
               display "No sign-offs recorded"
           else
               display "Levels signed: " levelCount
           end-if.
