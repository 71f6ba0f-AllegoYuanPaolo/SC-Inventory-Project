      $set sourceformat"free"
       identification division.
       program-id. pickReason.

       environment division.
           input-output section.
               file-control.
                   copy "ReasonCodes".

       data division.
           file section.
               copy "ReasonCodes-rec".

           local-storage section.
           01 RcStat pic xx.
           01 rcEof pic x.
           01 seededCount pic 9(3).
           01 inCode pic x(10).
           01 pickNo pic 9(2).
           01 picked pic x.
           01 authorized pic x.
           01 signOffOperator pic x(10).
           01 SupervisorRole pic x(10) value "SUPERVISOR".

           *> The pick list for one transaction type, numbered so a
           *> clerk can answer with a digit instead of a spelling.
           01 PickMax pic 9(2) value 30.
           01 pickCount pic 9(2) value 0.
           01 pickTableRecord.
               02 pickTable occurs 30 times.
                   03 pickCode pic x(10).
                   03 pickSuper pic x(1).
           01 pickI pic 9(2).

           linkage section.
           *> ADJUST / WASTE / OSD / REJECT / RTV.
           01 reasonType pic x(10).
           01 reasonCode pic x(10).
           *> The operator keying the transaction; a code flagged for
           *> supervisors is refused unless they, or a supervisor
           *> they call over, pass authCheck.
           01 reasonOperator pic x(10).
           01 reasonCancelled pic x.

       procedure division using reasonType reasonCode reasonOperator
               reasonCancelled.

           move "N" to reasonCancelled
           move spaces to reasonCode
           move 0 to pickCount

           open input ReasonCodes
           if RcStat = "35"
               call "seedReasonCodes" using seededCount
               open input ReasonCodes
           end-if
           call "openFileCheck" using RcStat

           move reasonType to rc-tranType
           move low-values to rc-code
           move "n" to rcEof
           start ReasonCodes key is not less than rcKey
               invalid key
                   move "y" to rcEof
           end-start
           perform until rcEof = "y"
               read ReasonCodes next record
                   at end
                       move "y" to rcEof
                   not at end
                       if rc-tranType not = reasonType
                           move "y" to rcEof
                       else
                           if rc-active not = "N"
                              and pickCount < PickMax
                               add 1 to pickCount
                               move rc-code to pickCode(pickCount)
                               move rc-needsSupervisor
                                   to pickSuper(pickCount)
                               display "  " pickCount ". " rc-code " "
                                       function trim(rc-description)
                           end-if
                       end-if
               end-read
           end-perform
           close ReasonCodes

           if pickCount = 0
               display "No " function trim(reasonType)
                       " reason codes on file; add them on the "
                       "reason code master first"
               move "Y" to reasonCancelled
               goback
           end-if

           move "N" to picked
           perform until picked = "Y"
               display "Reason (number or code, blank to cancel): "
                       with no advancing
               accept inCode
               inspect inCode converting
                   "abcdefghijklmnopqrstuvwxyz"
                   to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               if inCode = spaces
                   move "Y" to reasonCancelled
                   goback
               end-if
               move 0 to pickI
               if inCode(1:2) is numeric and inCode(3:8) = spaces
                   move inCode(1:2) to pickNo
                   move pickNo to pickI
               else
                   if inCode(1:1) is numeric and inCode(2:9) = spaces
                       move inCode(1:1) to pickNo
                       move pickNo to pickI
                   else
                       perform varying pickI from 1 by 1
                               until pickI > pickCount
                                  or pickCode(pickI) = inCode
                           continue
                       end-perform
                   end-if
               end-if
               if pickI < 1 or pickI > pickCount
                   display "Not a " function trim(reasonType)
                           " reason code; pick one from the list"
               else
                   move "Y" to picked
               end-if
           end-perform
           move pickCode(pickI) to reasonCode

           if pickSuper(pickI) = "Y"
               perform supervisorSignOff
           end-if

       goback.

       *> A flagged reason (theft, say) is a supervisor's call: the
       *> keyer passes on their own role, or a supervisor signs on
       *> beside them.
       supervisorSignOff.
           call "authCheck" using reasonOperator authorized
               SupervisorRole
           if authorized = "Y"
               exit paragraph
           end-if
           display function trim(reasonCode)
                   " needs a supervisor. Supervisor ID (blank to "
                   "cancel): " with no advancing
           accept signOffOperator
           if signOffOperator = spaces
               move "Y" to reasonCancelled
               move spaces to reasonCode
               exit paragraph
           end-if
           call "authCheck" using signOffOperator authorized
               SupervisorRole
           if authorized not = "Y"
               display "Reason not accepted"
               move "Y" to reasonCancelled
               move spaces to reasonCode
           end-if.
