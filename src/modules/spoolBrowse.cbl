            01 listedCount pic 9(4) value 0.
            01 purgedCount pic 9(4) value 0.
            01 keepDays pic 9(3).
            *> Default retention when none is typed, from
            *> SPOOL-RETAIN-DAYS on SystemParams.dat.
            01 defaultKeep pic 9(3) value 30.
            *> Rule values read through getParam (SystemParams.dat).
            01 ruleName pic x(20).
            01 ruleValue pic 9(9).
            01 todayInt pic 9(8).
            01 todayDate pic 9(8).
            01 createdInt pic 9(8).
                                   function trim(sp-params)
                           display "         "
                                   function trim(sp-fileName)
                           if sp-dept not = spaces
                               display "         Department: "
                                       function trim(sp-dept)
                           end-if
                           add 1 to listedCount
                       end-if
               end-read
           display "Report type to purge (blank = all): "
                   with no advancing
           accept inType
           move "SPOOL-RETAIN-DAYS" to ruleName
           move 30 to ruleValue
           call "getParam" using ruleName ruleValue
           move ruleValue to defaultKeep
           display "Keep the last how many days (0 = " defaultKeep
                   "): " with no advancing
           call "getNumeric" using numIn numCancel
           if numCancel = "Y" or numIn = 0
               move defaultKeep to numIn
           end-if
           move numIn to keepDays

