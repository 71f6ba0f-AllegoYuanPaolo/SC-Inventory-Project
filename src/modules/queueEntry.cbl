
                   copy "MaterialTypes".

                   *> After-hours emergency issues name the employee
                   *> who took the stock and the department charged.
                   copy "EmployeeMaster".

                   copy "DeptMaster".

        DATA DIVISION.
           file section.
               copy "TransQueue-rec".

               copy "MaterialTypes-rec".

               copy "EmployeeMaster-rec".

               copy "DeptMaster-rec".

            WORKING-STORAGE SECTION.
            01 TqStat pic xx.
            01 typeChoice pic x.
            01 queuedCount pic 9(3) value 0.
            01 entryOperator pic x(10).
            01 nowDate pic x(10).
            01 EmStat pic xx.
            01 deptStat pic xx.
            01 authorized pic x.
            *> Only a supervisor may let stock go with no request.
            01 SupervisorRole pic x(10) value "SUPERVISOR".
            01 entryOk pic x.

            *> Validated-input work fields (getNumeric/getValidDate).
            01 numIn pic 9(8).
           end-if

           perform until moreEntries not = "Y"
               display "[R]eceipt / [I]ssue / re[T]urn / "
                       "[E]mergency issue / [Q]uit: "
                       with no advancing
               accept typeChoice
               evaluate typeChoice
                   when "t"
                       move "RETURN" to tq-type
                       perform captureOne
                   when "E"
                   when "e"
                       move "EMERGENCY" to tq-type
                       perform captureEmergency
                   when other
                       move "N" to moreEntries
               end-evaluate
           else
               move 0 to tq-expDate
           end-if
           move spaces to tq-takenBy tq-department tq-reason
           perform appendQueueEntry.

       appendQueueEntry.
           move entryOperator to tq-operatorID
           move function current-date(1:8) to tq-date
           call "getDate" using tq-time nowDate
           display "Queued " tq-type " for item " tq-itemID
                   " x " tq-qty.

       *> Stock a night-shift supervisor let go with no request: the
       *> poster deducts it and puts it on the morning worklist.
       captureEmergency.
           call "authCheck" using entryOperator authorized
               SupervisorRole
           if authorized not = "Y"
               display "Only a supervisor may record an emergency "
                       "issue"
               exit paragraph
           end-if

           perform acceptTaker
           if entryOk not = "Y"
               exit paragraph
           end-if

           display "ItemID: " with no advancing
           call "getNumeric" using numIn numCancel
           if numCancel = "Y"
               display "Entry cancelled"
               exit paragraph
           end-if
           move numIn to tq-itemID
           perform checkControlledOffline
           if controlledItem = "Y"
               display "Item is a CONTROLLED type; issues need "
                       "a witness at a live terminal - not "
                       "queued"
               exit paragraph
           end-if

           display "Quantity (1-99): " with no advancing
           call "getNumeric" using numIn numCancel
           if numCancel = "Y" or numIn = 0
               display "Entry cancelled"
               exit paragraph
           end-if
           if numIn > 99
               display "Issue 99 or fewer at a time; not queued"
               exit paragraph
           end-if
           move numIn to tq-qty

           display "Reason: " with no advancing
           accept tq-reason
           if tq-reason = spaces
               display "An emergency issue needs its reason; "
                       "not queued"
               exit paragraph
           end-if
           move 0 to tq-refID
           move 0 to tq-expDate
           perform appendQueueEntry.

       *> The taker must be a current employee when the master is
       *> reachable; the department defaults to theirs.
       acceptTaker.
           move "N" to entryOk
           display "Taken by (employee ID): " with no advancing
           accept tq-takenBy
           if tq-takenBy = spaces
               display "Entry cancelled"
               exit paragraph
           end-if
           inspect tq-takenBy converting "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           move spaces to em-department
           open input EmployeeMaster
           if EmStat = "00"
               move tq-takenBy to em-id
               read EmployeeMaster key is em-id
                   invalid key
                       display "No employee " function trim(tq-takenBy)
                               " on file; not queued"
                       close EmployeeMaster
                       exit paragraph
               end-read
               close EmployeeMaster
               if em-status not = "ACTIVE"
                   display function trim(em-name) " is " em-status
                           "; not queued"
                   exit paragraph
               end-if
               display function trim(em-name) " | "
                       function trim(em-department)
           end-if

           display "Department charged (blank = "
                   function trim(em-department) "): "
                   with no advancing
           accept tq-department
           if tq-department = spaces
               move em-department to tq-department
           end-if
           if tq-department = spaces
               display "A department is needed; not queued"
               exit paragraph
           end-if
           open input DeptMaster
           if deptStat = "00"
               move tq-department to deptName
               read DeptMaster key is deptName
                   invalid key
                       display "No department "
                               function trim(tq-department)
                               " on file; not queued"
                       close DeptMaster
                       exit paragraph
               end-read
               close DeptMaster
           end-if
           move "Y" to entryOk.

       *> Controlled lookup: item to material type to the controlled
       *> flag; any file missing means nothing blocks, the same
       *> stance requestSubtract.cbl takes.
