      $set sourceformat"free"
       identification division.
       program-id. logMasterChange.

       environment division.
           input-output section.
               file-control.
                   copy "MasterChangeLog".

       data division.
           file section.
               copy "MasterChangeLog-rec".

           working-storage section.
           01 McStat pic xx.
           01 logTime pic x(8).
           01 logDate pic x(10).

           linkage section.
           01 mcFile pic x(24).
           01 mcKey pic x(40).
           01 mcField pic x(20).
           01 mcOldValue pic x(40).
           01 mcNewValue pic x(40).
           01 mcOperator pic x(10).

       procedure division using mcFile mcKey mcField
               mcOldValue mcNewValue mcOperator.

           *> One shared appender for every master-file maintenance
           *> screen, the way logPriceChange is for unitCost: the
           *> caller says what changed, this stamps when.
           if mcOldValue = mcNewValue
               exit program
           end-if
           move mcFile to mc-file
           move mcKey to mc-key
           move mcField to mc-field
           move mcOldValue to mc-oldValue
           move mcNewValue to mc-newValue
           move mcOperator to mc-operatorID
           move function current-date(1:8) to mc-date
           call "getDate" using logTime logDate
           move logTime to mc-time

           open extend MasterChangeLog
           if McStat = "05" or McStat = "35"
               open output MasterChangeLog
               close MasterChangeLog
               open extend MasterChangeLog
           end-if
           write masterChangeRec
           close MasterChangeLog

       exit program.
