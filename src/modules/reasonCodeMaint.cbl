      $set sourceformat"free"
        IDENTIFICATION DIVISION.
        PROGRAM-ID. reasonCodeMaint.

       environment division.
           input-output section.
             file-control.
                  copy "ReasonCodes".

        DATA DIVISION.
           file section.
               copy "ReasonCodes-rec".

            WORKING-STORAGE SECTION.
            01 RcStat pic xx.
            01 eof pic x value "n".

            01 choice pic 9 value 1.
            01 maintOperator pic x(10).
            01 authorized pic x.
            01 inType pic x(10).
            01 inCode pic x(10).
            01 inDescr pic x(30).
            01 inAccount pic x(8).
            01 inFlag pic x(1).
            01 listedCount pic 9(3) value 0.
            01 seededCount pic 9(3).
            01 recIsNew pic x.

            *> Before/after pair for the master-file change log.
            01 chgFile pic x(24) value "ReasonCodes.dat".
            01 chgKey pic x(40).
            01 chgField pic x(20).
            01 chgOld pic x(40).
            01 chgNew pic x(40).
            01 oldDescr pic x(30).
            01 oldAccount pic x(8).
            01 oldSuper pic x(1).
            01 oldActive pic x(1).

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

           display "=== Reason Code Master ==="
           display "  [1] List reason codes"
           display "  [2] Add or change a reason code"
           display "  [3] Restore any missing shipped codes"
           display "> " with no advancing
           accept choice

           if choice = 2 or choice = 3
               if sessionOperator is omitted
                   display "Operator ID: " with no advancing
                   accept maintOperator
               else
                   move sessionOperator to maintOperator
               end-if
               call "authCheck" using maintOperator authorized
               if authorized not = "Y"
                   display "Not authorized to change reason codes"
                   exit program
               end-if
           end-if

           *> A first visit seeds the shipped codes, the same way
           *> pickReason does on a fresh install.
           call "seedReasonCodes" using seededCount
           if choice = 3
               display "Shipped codes restored: " seededCount
               exit program
           end-if

           open i-o ReasonCodes
               call "openFileCheck" using RcStat

               evaluate choice
                   when 2
                       perform addOrChange
                   when other
                       perform listCodes
               end-evaluate

           close ReasonCodes

       exit program.

       listCodes.
           display "Transaction type (blank for all): "
                   with no advancing
           accept inType
           inspect inType converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           display "Type      | Code      | Description"
                   "                    | GL acct  | Sup | Act"
           move low-values to rcKey
           start ReasonCodes key is not less than rcKey
               invalid key move "y" to eof
           end-start
           perform until eof = "y"
               read ReasonCodes next record
                   at end
                       move "y" to eof
                   not at end
                       if inType = spaces or inType = rc-tranType
                           display rc-tranType "| " rc-code "| "
                                   rc-description " | " rc-glAccount
                                   " |  " rc-needsSupervisor
                                   "  |  " rc-active
                           add 1 to listedCount
                       end-if
               end-read
           end-perform
           display "Reason codes listed: " listedCount.

       *> READ-key-before-WRITE idiom: an existing code updates in
       *> place with its current values offered in brackets.
       addOrChange.
           display "Transaction type (ADJUST / WASTE / OSD / "
                   "REJECT / RTV): " with no advancing
           accept inType
           inspect inType converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           if inType not = "ADJUST" and inType not = "WASTE"
              and inType not = "OSD" and inType not = "REJECT"
              and inType not = "RTV"
               display "Unknown transaction type; nothing saved"
               exit paragraph
           end-if
           display "Code (up to 10): " with no advancing
           accept inCode
           inspect inCode converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           if inCode = spaces
               display "Code required; nothing saved"
               exit paragraph
           end-if

           move inType to rc-tranType
           move inCode to rc-code
           move "N" to recIsNew
           read ReasonCodes key is rcKey
               invalid key
                   move "Y" to recIsNew
                   move spaces to rc-description rc-glAccount
                   move "N" to rc-needsSupervisor
                   move "Y" to rc-active
               not invalid key
                   display "Existing code; current values shown "
                           "in brackets, blank keeps them"
           end-read
           move rc-description to oldDescr
           move rc-glAccount to oldAccount
           move rc-needsSupervisor to oldSuper
           move rc-active to oldActive

           display "Description [" function trim(rc-description)
                   "]: " with no advancing
           accept inDescr
           if inDescr not = spaces
               move inDescr to rc-description
           end-if
           display "GL account override (blank = mapped default, "
                   "* clears) [" rc-glAccount "]: " with no advancing
           accept inAccount
           if inAccount = "*"
               move spaces to rc-glAccount
           else
               if inAccount not = spaces
                   move inAccount to rc-glAccount
               end-if
           end-if
           display "Requires supervisor? [y/n] [" rc-needsSupervisor
                   "]: " with no advancing
           accept inFlag
           if inFlag = "y" or inFlag = "Y"
               move "Y" to rc-needsSupervisor
           end-if
           if inFlag = "n" or inFlag = "N"
               move "N" to rc-needsSupervisor
           end-if
           display "Active on the pick list? [y/n] [" rc-active
                   "]: " with no advancing
           accept inFlag
           if inFlag = "y" or inFlag = "Y"
               move "Y" to rc-active
           end-if
           if inFlag = "n" or inFlag = "N"
               move "N" to rc-active
           end-if

           if rc-description = spaces
               display "Description required; nothing saved"
               exit paragraph
           end-if

           if recIsNew = "Y"
               write ReasonCodeRec
               display "Added " function trim(rc-tranType) " "
                       rc-code
               move spaces to oldDescr oldAccount oldSuper oldActive
           else
               rewrite ReasonCodeRec
               display "Updated " function trim(rc-tranType) " "
                       rc-code
           end-if
           perform logCodeChange.

       logCodeChange.
           move spaces to chgKey
           string function trim(rc-tranType) "/" rc-code
               delimited by size into chgKey
           end-string
           move "rc-description" to chgField
           move oldDescr to chgOld
           move rc-description to chgNew
           call "logMasterChange" using chgFile chgKey chgField
               chgOld chgNew maintOperator
           move "rc-glAccount" to chgField
           move oldAccount to chgOld
           move rc-glAccount to chgNew
           call "logMasterChange" using chgFile chgKey chgField
               chgOld chgNew maintOperator
           move "rc-needsSupervisor" to chgField
           move oldSuper to chgOld
           move rc-needsSupervisor to chgNew
           call "logMasterChange" using chgFile chgKey chgField
               chgOld chgNew maintOperator
           move "rc-active" to chgField
           move oldActive to chgOld
           move rc-active to chgNew
           call "logMasterChange" using chgFile chgKey chgField
               chgOld chgNew maintOperator.
