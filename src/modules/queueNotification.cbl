      $set sourceformat"free"
       identification division.
       program-id. queueNotification.

       environment division.
           input-output section.
               file-control.
                   copy "NotifyOutbox".

                   copy "OperatorRoles".

       data division.
           file section.
               copy "NotifyOutbox-rec".

               copy "OperatorRoles-rec".

           working-storage section.
           01 ntEof pic x.
           01 roleEof pic x.
           01 alreadyQueued pic x.
           01 nextNoticeID pic 9(8).
           01 noticeAddress pic x(40).
           01 noticeType pic x(1).
           01 noticeRecipient pic x(32).
           01 noticeTime pic x(8).
           01 noticeDate pic x(10).

           local-storage section.
           01 NtStat pic xx.
           01 roleStat pic xx.

           linkage section.
           *> O = operator, D = department, V = vendor, or R = every
           *> active operator holding the role named in nqRecipient,
           *> queued as one O row each.
           01 nqRecipType pic x(1).
           01 nqRecipient pic x(32).
           01 nqMsgType pic x(12).
           01 nqReference pic x(20).
           01 nqText pic x(80).
           01 nqQueuedBy pic x(10).

       procedure division using nqRecipType nqRecipient nqMsgType
               nqReference nqText nqQueuedBy.

           *> One shared writer for the outbox, the way logMasterChange
           *> is for the change log: the caller says who is told what,
           *> this resolves the address and numbers the row. The same
           *> notice to the same recipient is queued once, so a sweep
           *> that runs daily does not repeat itself.
           if nqRecipient = spaces
               goback
           end-if
           open i-o NotifyOutbox
           if NtStat = "35"
               open output NotifyOutbox
               close NotifyOutbox
               open i-o NotifyOutbox
           end-if
           call "openFileCheck" using NtStat
           if NtStat not = "00"
               goback
           end-if
           call "getDate" using noticeTime noticeDate

           if nqRecipType = "R"
               perform queueToRole
           else
               move nqRecipType to noticeType
               move nqRecipient to noticeRecipient
               perform queueOne
           end-if
           close NotifyOutbox

       goback.

       queueToRole.
           open input OperatorRoles
           if roleStat not = "00"
               exit paragraph
           end-if
           move "n" to roleEof
           perform until roleEof = "y"
               read OperatorRoles next record
                   at end
                       move "y" to roleEof
                   not at end
                       if r-status = space
                          and r-role = nqRecipient
                           move "O" to noticeType
                           move r-operatorID to noticeRecipient
                           perform queueOne
                       end-if
               end-read
           end-perform
           close OperatorRoles.

       queueOne.
           move "N" to alreadyQueued
           move 1 to nextNoticeID
           move "n" to ntEof
           move 0 to nt-id
           start NotifyOutbox key is not less than nt-id
               invalid key move "y" to ntEof
           end-start
           perform until ntEof = "y"
               read NotifyOutbox next record
                   at end
                       move "y" to ntEof
                   not at end
                       compute nextNoticeID = nt-id + 1
                       if nt-recipType = noticeType
                          and nt-recipient = noticeRecipient
                          and nt-msgType = nqMsgType
                          and nt-reference = nqReference
                          and nt-status not = "FAILED"
                           move "Y" to alreadyQueued
                       end-if
               end-read
           end-perform
           if alreadyQueued = "Y"
               exit paragraph
           end-if

           call "lookupNoticeAddress" using noticeType
               noticeRecipient noticeAddress

           initialize notifyRec
           move nextNoticeID to nt-id
           move function current-date(1:8) to nt-date
           move noticeTime to nt-time
           move noticeType to nt-recipType
           move noticeRecipient to nt-recipient
           move noticeAddress to nt-address
           move nqMsgType to nt-msgType
           move nqReference to nt-reference
           move nqText to nt-text
           move "PENDING" to nt-status
           move nqQueuedBy to nt-queuedBy
           write notifyRec
               invalid key
                   display "Notice " nextNoticeID " not queued"
           end-write.
