      $set sourceformat"free"
       identification division.
       program-id. getParam.

       environment division.
           input-output section.
               file-control.
                   copy "SystemParams".

       data division.
           file section.
               copy "SystemParams-rec".

           working-storage section.
           01 PrmStat pic xx.

           linkage section.
           01 paramName pic x(20).
           *> Comes in holding the caller's built-in default and goes
           *> back holding the value on file, if there is one.
           01 paramValue pic 9(9).

       procedure division using paramName paramValue.

           *> No file, or no row for the name, leaves the default
           *> alone - a fresh install behaves exactly as the
           *> programs were written.
           open input SystemParams
           if PrmStat = "00"
               move paramName to prm-name
               read SystemParams key is prm-name
                   invalid key
                       continue
                   not invalid key
                       move prm-value to paramValue
               end-read
               close SystemParams
           end-if

       goback.
