      $set sourceformat"free"
        IDENTIFICATION DIVISION.
        PROGRAM-ID. calibrationMaint.

       environment division.
           input-output section.
               file-control.
                   copy "Calibration".

                   copy "CalibHist".

                   copy "Inventory".

                   copy "VendorMaster".

                   *> Recall impact: who had the tool, from the loan
                   *> file for an item and the unit history for a
                   *> serial.
                   copy "ToolLoans".

                   copy "SerialUnits".

                   copy "SerialHistory".

                   *> Dated due list, same technique as
                   *> creditAgingReport.cbl's ReportFile.
                   select ReportFile
                       assign to reportFileName
                       organization is line sequential
                       file status is RepStat.

        DATA DIVISION.
           file section.
               copy "Calibration-rec".

               copy "CalibHist-rec".

               copy "Inventory-rec".

               copy "VendorMaster-rec".

               copy "ToolLoans-rec".

               copy "SerialUnits-rec".

               copy "SerialHistory-rec".

               FD ReportFile.
               01 reportLine pic x(132).

            WORKING-STORAGE SECTION.
            01 CalStat pic xx.
            01 ChStat pic xx.
            01 InvStat pic xx.
            01 vendStat pic xx.
            01 TlStat pic xx.
            01 SuStat pic xx.
            01 ShStat pic xx.
            01 RepStat pic xx.
            01 eof pic x value "n".

            01 choice pic 9 value 1.
            01 calOperator pic x(10).
            01 authorized pic x.
            *> Schedules and results are quality's records.
            01 QaRole pic x(10) value "QA".
            01 inItemID pic 9(5).
            01 inSerial pic x(20).
            01 inInterval pic 9(4).
            01 inVendor pic x(8).
            01 inCalDate pic 9(8).
            01 inResult pic x(4).
            01 inCert pic x(20).
            01 inNote pic x(40).
            01 recIsNew pic x.
            01 todayDate pic 9(8).
            01 horizonDate pic 9(8).
            01 windowStart pic 9(8).
            01 reportFileName pic x(48).
            01 listedCount pic 9(5) value 0.
            01 overdueCount pic 9(5) value 0.
            01 dueSoonCount pic 9(5) value 0.
            01 dueFlag pic x(8).
            01 whereNow pic x(40).
            01 noZeroDate pic x value "N".
            01 allowZeroDate pic x value "Y".
            01 ruleName pic x(20).
            01 ruleValue pic 9(9).

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
           move 0 to overdueCount
           move 0 to dueSoonCount

           display "=== Tool Calibration ==="
           display "  [1] Calibration schedule"
           display "  [2] Add or change a tool's schedule"
           display "  [3] Record a calibration"
           display "  [4] Calibration due list (weekly)"
           display "  [5] Recall impact: who had a tool"
           display "> " with no advancing
           accept choice

           if sessionOperator is omitted
               display "Operator ID: " with no advancing
               accept calOperator
           else
               move sessionOperator to calOperator
           end-if
           if choice = 2 or choice = 3
               call "authCheck" using calOperator authorized QaRole
               if authorized not = "Y"
                   display "Not authorized to maintain calibration "
                           "records"
                   exit program
               end-if
           end-if
           move function current-date(1:8) to todayDate

           open i-o Calibration
               if CalStat = "35"
                   open output Calibration
                   close Calibration
                   open i-o Calibration
               end-if
               call "openFileCheck" using CalStat

               evaluate choice
                   when 2
                       perform setSchedule
                   when 3
                       perform recordCalibration
                   when 4
                       perform dueListReport
                   when 5
                       perform recallImpact
                   when other
                       perform listSchedule
               end-evaluate

           close Calibration

       exit program.

       listSchedule.
           display "Item  | Serial               | Every | Last     |"
                   " Next due | Res  | Item name"
           move low-values to calKey
           start Calibration key is not less than calKey
               invalid key move "y" to eof
           end-start
           perform until eof = "y"
               read Calibration next record
                   at end
                       move "y" to eof
                   not at end
                       add 1 to listedCount
                       move spaces to dueFlag
                       if cal-lastResult = "FAIL"
                           move "FAILED" to dueFlag
                       else
                           if cal-nextDue < todayDate
                               move "OVERDUE" to dueFlag
                           end-if
                       end-if
                       display cal-itemID " | " cal-serial " | "
                               cal-intervalDays "  | " cal-lastDate
                               " | " cal-nextDue " | " cal-lastResult
                               " | " function trim(cal-itemName) " "
                               dueFlag
               end-read
           end-perform
           display "Tools on the schedule: " listedCount.

       *> Asks for the tool; a blank serial means the item as a
       *> whole (tools the crib does not track by unit).
       askTool.
           move "N" to numCancel
           display "ItemID of the tool: " with no advancing
           call "getNumeric" using numIn numCancel
           if numCancel = "Y"
               exit paragraph
           end-if
           move numIn to inItemID
           display "Serial (blank = the item as a whole): "
                   with no advancing
           accept inSerial.

       setSchedule.
           perform askTool
           if numCancel = "Y"
               exit paragraph
           end-if
           open input Inventory
           call "openFileCheck" using InvStat
           move inItemID to itemID
           read Inventory key is itemID
               invalid key
                   display "No item " inItemID " on file"
                   close Inventory
                   exit paragraph
           end-read
           close Inventory
           if inSerial not = spaces
               perform checkSerialOnFile
               if inSerial = spaces
                   exit paragraph
               end-if
           end-if

           move inItemID to cal-itemID
           move inSerial to cal-serial
           move "N" to recIsNew
           read Calibration key is calKey
               invalid key
                   move "Y" to recIsNew
                   initialize calibrationRec
                   move inItemID to cal-itemID
                   move inSerial to cal-serial
               not invalid key
                   display "Every " cal-intervalDays " days; next due "
                           cal-nextDue "; vendor " cal-vendorCode
           end-read
           move itemName to cal-itemName

           display "Calibration interval, days: " with no advancing
           call "getNumeric" using numIn numCancel
           if numCancel = "Y" or numIn = 0 or numIn > 9999
               display "Nothing saved"
               exit paragraph
           end-if
           move numIn to inInterval
           display "Calibration vendor code (blank keeps "
                   cal-vendorCode "): " with no advancing
           accept inVendor
           if inVendor not = spaces
               perform lookupVendor
               if inVendor = spaces
                   exit paragraph
               end-if
           end-if

           move inInterval to cal-intervalDays
           if recIsNew = "Y"
               *> Never calibrated here: due now until a certificate
               *> is recorded, so the lockout starts at once.
               display "Date of the tool's last calibration "
                       "(YYYYMMDD, 0 = unknown): " with no advancing
               call "getValidDate" using inCalDate numCancel allowZeroDate
               if numCancel = "Y"
                   move 0 to inCalDate
               end-if
               if inCalDate = 0
                   move todayDate to cal-nextDue
               else
                   move inCalDate to cal-lastDate
                   move inCalDate to cal-lastGoodDate
                   move "PASS" to cal-lastResult
                   perform computeNextDue
               end-if
           else
               if cal-lastDate not = 0
                   move cal-lastDate to inCalDate
                   perform computeNextDue
               end-if
           end-if
           move calOperator to cal-changedBy
           move todayDate to cal-changedDate
           if recIsNew = "Y"
               write calibrationRec
               display "Tool added to the schedule; next due "
                       cal-nextDue
           else
               rewrite calibrationRec
               display "Schedule changed; next due " cal-nextDue
           end-if.

       checkSerialOnFile.
           open input SerialUnits
           if SuStat not = "00"
               display "No serial-tracked units on file"
               move spaces to inSerial
               exit paragraph
           end-if
           move inItemID to su-itemID
           move inSerial to su-serial
           read SerialUnits key is suKey
               invalid key
                   display "No unit " function trim(inSerial)
                           " of item " inItemID " on file"
                   move spaces to inSerial
           end-read
           close SerialUnits.

       lookupVendor.
           open input VendorMaster
           if vendStat not = "00"
               display "No VendorMaster.dat; vendor not recorded"
               move spaces to inVendor
               exit paragraph
           end-if
           move inVendor to vendorCode
           read VendorMaster key is vendorCode
               invalid key
                   display "Vendor " inVendor " not on file; "
                           "nothing saved"
                   move spaces to inVendor
               not invalid key
                   move vendorCode to cal-vendorCode
                   move vendorName to cal-vendorName
           end-read
           close VendorMaster.

       computeNextDue.
           compute cal-nextDue = function date-of-integer(
               function integer-of-date(inCalDate)
               + cal-intervalDays).

       *> A PASS restarts the interval and the recall window; a FAIL
       *> locks the tool out and shows who had it since the last
       *> good calibration.
       recordCalibration.
           perform askTool
           if numCancel = "Y"
               exit paragraph
           end-if
           move inItemID to cal-itemID
           move inSerial to cal-serial
           read Calibration key is calKey
               invalid key
                   display "Tool not on the calibration schedule; "
                           "add it first"
                   exit paragraph
           end-read

           display "Calibrated on (YYYYMMDD): " with no advancing
           call "getValidDate" using inCalDate numCancel noZeroDate
           if numCancel = "Y"
               exit paragraph
           end-if
           if inCalDate > todayDate
               display "Calibration date is in the future; "
                       "nothing saved"
               exit paragraph
           end-if
           display "Result [PASS/FAIL]: " with no advancing
           accept inResult
           inspect inResult converting "pasfil" to "PASFIL"
           if inResult not = "PASS" and inResult not = "FAIL"
               display "Result must be PASS or FAIL; nothing saved"
               exit paragraph
           end-if
           display "Certificate reference: " with no advancing
           accept inCert
           if inCert = spaces
               display "Certificate reference required; nothing saved"
               exit paragraph
           end-if
           display "Calibration vendor code (blank = "
                   cal-vendorCode "): " with no advancing
           accept inVendor
           if inVendor not = spaces
               perform lookupVendor
               if inVendor = spaces
                   exit paragraph
               end-if
           end-if
           display "Note: " with no advancing
           accept inNote

           move inCalDate to cal-lastDate
           move inResult to cal-lastResult
           move inCert to cal-certRef
           if inResult = "PASS"
               move inCalDate to cal-lastGoodDate
               perform computeNextDue
           end-if
           move calOperator to cal-changedBy
           move todayDate to cal-changedDate
           rewrite calibrationRec

           move cal-itemID to ch-itemID
           move cal-serial to ch-serial
           move inCalDate to ch-date
           move inResult to ch-result
           move inCert to ch-certRef
           move cal-vendorCode to ch-vendorCode
           move cal-nextDue to ch-nextDue
           move calOperator to ch-operatorID
           move inNote to ch-note
           open extend CalibHistory
           if ChStat = "05" or ChStat = "35"
               open output CalibHistory
               close CalibHistory
               open extend CalibHistory
           end-if
           write calibHistRec
           close CalibHistory

           if inResult = "PASS"
               display "Calibration recorded; next due " cal-nextDue
           else
               display "FAILED calibration recorded; tool locked out "
                       "of the crib until it passes"
               display "Uses since the last good calibration:"
               perform showRecallWindow
           end-if.

       recallImpact.
           perform askTool
           if numCancel = "Y"
               exit paragraph
           end-if
           move inItemID to cal-itemID
           move inSerial to cal-serial
           read Calibration key is calKey
               invalid key
                   display "Tool not on the calibration schedule; "
                           "showing every recorded use"
                   initialize calibrationRec
                   move inItemID to cal-itemID
                   move inSerial to cal-serial
           end-read
           perform showRecallWindow.

       *> Every issue of the tool on or after its last PASS: a
       *> serial's own LOAN-OUT history, or every crib loan of the
       *> item when it is calibrated as a whole.
       showRecallWindow.
           move cal-lastGoodDate to windowStart
           display "Recall window: from " windowStart " to today"
           display "Out on   | Ref    | Department"
           move 0 to listedCount
           move "n" to eof
           if cal-serial not = spaces
               open input SerialHistory
               if ShStat not = "00"
                   display "No unit history on file"
                   exit paragraph
               end-if
               perform until eof = "y"
                   read SerialHistory
                       at end
                           move "y" to eof
                       not at end
                           if sh-itemID = cal-itemID
                              and sh-serial = cal-serial
                              and sh-event = "LOAN-OUT"
                              and sh-date >= windowStart
                               add 1 to listedCount
                               display sh-date " | " sh-refID " | "
                                       function trim(sh-holder)
                           end-if
                   end-read
               end-perform
               close SerialHistory
           else
               open input ToolLoans
               if TlStat not = "00"
                   display "No tool loans on file"
                   exit paragraph
               end-if
               perform until eof = "y"
                   read ToolLoans next record
                       at end
                           move "y" to eof
                       not at end
                           if tl-itemID = cal-itemID
                              and (tl-outDate >= windowStart
                                   or tl-status = "OUT"
                                   or tl-inDate >= windowStart)
                               add 1 to listedCount
                               display tl-outDate " | " tl-id " | "
                                       function trim(tl-department)
                                       "  (" function trim(tl-status)
                                       ")"
                           end-if
                   end-read
               end-perform
               close ToolLoans
           end-if
           move "n" to eof
           display "Issues in the window: " listedCount.

       *> Overdue tools and those falling due inside CAL-DUE-DAYS,
       *> with where each one is now, for the send-out run through
       *> repair orders.
       dueListReport.
           move "CAL-DUE-DAYS" to ruleName
           move 14 to ruleValue
           call "getParam" using ruleName ruleValue
           compute horizonDate = function date-of-integer(
               function integer-of-date(todayDate) + ruleValue)

           string "data\CalibrationDue_" delimited by size
                  todayDate delimited by size
                  ".txt" delimited by size
                  into reportFileName
           end-string
           open output ReportFile
           call "openFileCheck" using RepStat

           move spaces to reportLine
           string "Calibration due list as of " todayDate
                  " (due on or before " horizonDate ")"
               delimited by size into reportLine
           end-string
           write reportLine
           move spaces to reportLine
           string "Item  | Serial               | Item name         "
                  "        | Due      | State    | Vendor   | Where now"
               delimited by size into reportLine
           end-string
           write reportLine

           open input SerialUnits
           move low-values to calKey
           start Calibration key is not less than calKey
               invalid key move "y" to eof
           end-start
           perform until eof = "y"
               read Calibration next record
                   at end
                       move "y" to eof
                   not at end
                       if cal-lastResult = "FAIL"
                          or cal-nextDue <= horizonDate
                           perform writeDueLine
                       end-if
               end-read
           end-perform
           if SuStat = "00"
               close SerialUnits
           end-if

           move spaces to reportLine
           write reportLine
           move spaces to reportLine
           string "Overdue or failed: " overdueCount
                  "  due soon: " dueSoonCount
                  "  - send out for calibration through Repair orders"
               delimited by size into reportLine
           end-string
           write reportLine
           close ReportFile

           display "Overdue or failed: " overdueCount
                   "  due soon: " dueSoonCount
           display "Report written to " reportFileName
           call "registerSpool" using "CALDUE      "
               reportFileName.

       writeDueLine.
           if cal-lastResult = "FAIL"
               move "FAILED" to dueFlag
               add 1 to overdueCount
           else
               if cal-nextDue < todayDate
                   move "OVERDUE" to dueFlag
                   add 1 to overdueCount
               else
                   move "DUE" to dueFlag
                   add 1 to dueSoonCount
               end-if
           end-if
           move "crib" to whereNow
           if cal-serial not = spaces and SuStat = "00"
               move cal-itemID to su-itemID
               move cal-serial to su-serial
               read SerialUnits key is suKey
                   invalid key
                       move "unit not on file" to whereNow
                   not invalid key
                       move spaces to whereNow
                       string function trim(su-status) " "
                              function trim(su-holder)
                           delimited by size into whereNow
                       end-string
               end-read
           end-if
           move spaces to reportLine
           string cal-itemID " | " cal-serial " | " cal-itemName
                  " | " cal-nextDue " | " dueFlag " | " cal-vendorCode
                  " | " whereNow
               delimited by size into reportLine
           end-string
           write reportLine
           display cal-itemID " " function trim(cal-serial) " "
                   function trim(cal-itemName) " " dueFlag " "
                   cal-nextDue.
