      $set sourceformat"free"
        IDENTIFICATION DIVISION.
        PROGRAM-ID. notifyStatus.

       environment division.
           input-output section.
               file-control.
                   copy "NotifyOutbox".

        DATA DIVISION.
           file section.
               copy "NotifyOutbox-rec".

            WORKING-STORAGE SECTION.
            01 NtStat pic xx.
            01 eof pic x value "n".

            01 choice pic 9 value 1.
            01 statusOperator pic x(10).
            01 authorized pic x.
            *> Resending is a supervisor's call, not every clerk's.
            01 ResendRole pic x(10) value "SUPERVISOR".
            01 filterStatus pic x(8).
            01 filterRecipient pic x(32).
            01 filterRef pic x(20).
            *> Request, PO, loan and alert numbers are all six
            *> digits on the outbox, leading zeros included.
            01 refNum pic 9(6).
            01 listedCount pic 9(5) value 0.
            01 pendingCount pic 9(5) value 0.
            01 sentCount pic 9(5) value 0.
            01 failedCount pic 9(5) value 0.

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
           move 0 to listedCount
           move 0 to pendingCount
           move 0 to sentCount
           move 0 to failedCount

           display "=== Notification Outbox ==="
           display "  [1] List notices (by status / recipient)"
           display "  [2] Notices about a request, PO or loan number"
           display "  [3] Show one notice in full"
           display "  [4] Resend a notice"
           display "> " with no advancing
           accept choice

           if sessionOperator is omitted
               if choice = 4
                   display "Operator ID: " with no advancing
                   accept statusOperator
               end-if
           else
               move sessionOperator to statusOperator
           end-if

           open i-o NotifyOutbox
           if NtStat not = "00"
               display "Nothing has been queued yet"
               exit program
           end-if
           evaluate choice
               when 2
                   perform listByReference
               when 3
                   perform showNotice
               when 4
                   perform resendNotice
               when other
                   perform listNotices
           end-evaluate
           close NotifyOutbox

       exit program.

       listNotices.
           display "Status (PENDING/SENT/FAILED, blank = all): "
                   with no advancing
           accept filterStatus
           inspect filterStatus converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           display "Recipient (blank = all): " with no advancing
           accept filterRecipient
           move spaces to filterRef
           perform listMatching.

       *> The question the departments phone in with: has anything
       *> gone out about my request yet.
       listByReference.
           display "Request, PO or loan number: " with no advancing
           accept filterRef
           if filterRef = spaces
               exit paragraph
           end-if
           if function trim(filterRef) is numeric
               move function numval(filterRef) to refNum
               move refNum to filterRef
           end-if
           move spaces to filterStatus filterRecipient
           perform listMatching.

       listMatching.
           display "Notice  | Date     | To                   | Type"
                   "         | Status   | Text"
           perform until eof = "y"
               read NotifyOutbox next record
                   at end
                       move "y" to eof
                   not at end
                       if (filterStatus = spaces
                               or nt-status = filterStatus)
                          and (filterRecipient = spaces
                               or nt-recipient = filterRecipient)
                          and (filterRef = spaces
                               or nt-reference = filterRef)
                           display nt-id " | " nt-date " | "
                                   nt-recipType " "
                                   nt-recipient(1:18) " | "
                                   nt-msgType " | " nt-status " | "
                                   function trim(nt-text)
                           add 1 to listedCount
                           evaluate nt-status
                               when "PENDING"
                                   add 1 to pendingCount
                               when "SENT"
                                   add 1 to sentCount
                               when "FAILED"
                                   add 1 to failedCount
                           end-evaluate
                       end-if
               end-read
           end-perform
           display "Notices: " listedCount "  pending: " pendingCount
                   "  sent: " sentCount "  failed: " failedCount.

       readNotice.
           display "Notice number: " with no advancing
           call "getNumeric" using numIn numCancel
           if numCancel = "Y"
               exit paragraph
           end-if
           move numIn to nt-id
           read NotifyOutbox key is nt-id
               invalid key
                   display "No notice " numIn
                   move "Y" to numCancel
           end-read.

       showNotice.
           perform readNotice
           if numCancel = "Y"
               exit paragraph
           end-if
           display "Notice    : " nt-id "  queued " nt-date " "
                   nt-time " by " function trim(nt-queuedBy)
           display "To        : " nt-recipType " "
                   function trim(nt-recipient)
           display "Address   : " function trim(nt-address)
           display "Type / ref: " function trim(nt-msgType) " / "
                   function trim(nt-reference)
           display "Text      : " function trim(nt-text)
           display "Status    : " function trim(nt-status)
                   "  attempts " nt-attempts
           if nt-status = "SENT"
               display "Sent      : " nt-sentDate " " nt-sentTime
           end-if
           if nt-status = "FAILED"
               display "Failed    : " function trim(nt-failReason)
           end-if.

       *> Back to PENDING for the gateway's next pick-up; a department
       *> or vendor whose address was missing can be fixed on the
       *> master first and the address is looked up again.
       resendNotice.
           call "authCheck" using statusOperator authorized ResendRole
           if authorized not = "Y"
               display "Not authorized to resend notices"
               exit paragraph
           end-if
           perform readNotice
           if numCancel = "Y"
               exit paragraph
           end-if
           if nt-status = "PENDING"
               display "Notice is still waiting for the gateway"
               exit paragraph
           end-if
           if nt-attempts < 99
               add 1 to nt-attempts
           end-if
           move "PENDING" to nt-status
           move spaces to nt-failReason
           move 0 to nt-sentDate
           move spaces to nt-sentTime
           call "lookupNoticeAddress" using nt-recipType
               nt-recipient nt-address
           rewrite notifyRec
           display "Notice " nt-id " queued again for "
                   function trim(nt-recipient).
