      $set sourceformat"free"
       identification division.
       program-id. logSecurityEvent.

       environment division.
           input-output section.
               file-control.
                   copy "SecurityLog".

       data division.
           file section.
               copy "SecurityLog-rec".

           working-storage section.
           01 SecStat pic xx.
           01 logTime pic x(8).
           01 logDate pic x(10).

           linkage section.
           01 seOperator pic x(10).
           01 seEvent pic x(12).
           01 seBy pic x(10).
           01 seNote pic x(40).

       procedure division using seOperator seEvent seBy seNote.

           *> One shared appender for account-security events, the
           *> way logMasterChange is for master files: the caller says
           *> what happened to whom, this stamps when.
           move seOperator to sl-operatorID
           move seEvent to sl-event
           move seBy to sl-byOperator
           move seNote to sl-note
           move function current-date(1:8) to sl-date
           call "getDate" using logTime logDate
           move logTime to sl-time

           open extend SecurityLog
           if SecStat = "05" or SecStat = "35"
               open output SecurityLog
               close SecurityLog
               open extend SecurityLog
           end-if
           write securityLogRec
           close SecurityLog

       exit program.
