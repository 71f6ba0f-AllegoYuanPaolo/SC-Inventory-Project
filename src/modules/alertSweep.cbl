
                  copy "Requests".

                  copy "VendorDocs".

                  copy "OpenCredits".

                  copy "CreditMemos".

                  copy "ToolLoans".

        DATA DIVISION.
           file section.
               copy "Alerts-rec".

               copy "Requests-rec".

               copy "VendorDocs-rec".

               copy "OpenCredits-rec".

               copy "CreditMemos-rec".

               copy "ToolLoans-rec".

            WORKING-STORAGE SECTION.
            01 AlStat pic xx.
            01 eof pic x value "n".
            01 daysOld pic s9(5).
            01 raisedCount pic 9(3) value 0.
            01 resvUsable pic x value "N".
            *> Backorder age and certificate lead time that raise an
            *> alert (SystemParams.dat, defaults below).
            01 backordDays pic 9(3) value 14.
            01 vendDocDays pic 9(3) value 30.
            *> Age at which a vendor credit nobody has matched is
            *> chased (SystemParams.dat, default below).
            01 creditDays pic 9(3) value 60.
            *> Rule values read through getParam (SystemParams.dat).
            01 ruleName pic x(20).
            01 ruleValue pic 9(9).

            01 newType pic x(12).
            01 newSeverity pic x(1).
            01 newRefText pic x(32).
            01 alreadyOpen pic x.
            01 nextAlertID pic 9(6).
            01 dispAlertID pic 9(6).

            *> Outbox notice (queueNotification.cbl); the sweep signs
            *> what it queues.
            01 noticeType pic x(1).
            01 noticeTo pic x(32).
            01 noticeMsg pic x(12).
            01 noticeRef pic x(20).
            01 noticeText pic x(80).
            01 SweepOperator pic x(10) value "ALERTSWEEP".
            01 noticedCount pic 9(3) value 0.

            *> Department month-to-date spend versus budget, costed
            *> the same way the chargeback bills it; bounded like
            01 currPeriod pic 9(6).
            01 entryPeriod pic 9(6).
            01 budgetLine pic 9(11)v99.
            01 periodBudget pic 9(9)v99.
            01 budgetSource pic x(1).

            *> Same "item, quant" UNSTRING-by-"; "-then-by-", " parse
            *> requestSubtract.cbl uses.
            01 ptr pic 9(3).
            01 chunk pic x(32).

            *> Counts handed back to the nightly window
            *> (batchStepStats.cbl).
            01 statAction pic x(1) value "P".
            01 statRead pic 9(7).
            01 statWritten pic 9(7).
            01 statRejected pic 9(7).
            01 statCode pic 9(2).

            local-storage section.
            01 InvStat pic xx.
            01 ResvStat pic xx.
            01 BoStat pic xx.
            01 deptStat pic xx.
            01 ReqStat pic xx.
            01 VdStat pic xx.
            01 OcStat pic xx.
            01 CmStat pic xx.
            01 TlStat pic xx.

        PROCEDURE DIVISION.
           *> Reset scan state: this program is CALLed repeatedly
           *> clauses.
           move "n" to eof
           move 0 to raisedCount
           move 0 to noticedCount
           move 0 to deptCount
           initialize deptTableRecord
           perform loadAlertRules

           display "=== Business-Event Alert Sweep ==="
           move function current-date(1:8) to todayDate
               perform sweepZeroStock
               perform sweepBudgets
               perform sweepBackorders
               perform sweepVendorDocs
               perform sweepVendorCredits

           close Alerts
           perform sweepOverdueLoans

           display "Alerts raised this sweep: " raisedCount
           display "Overdue tool loans noticed: " noticedCount

           move 0 to statRead
           compute statWritten = raisedCount + noticedCount
           move 0 to statRejected
           move 0 to statCode
           call "batchStepStats" using statAction statRead statWritten
               statRejected statCode

       exit program.

                           move "y" to eof
                       not at end
                           if itemStock = 0 and resvUsable = "Y"
                               move itemID to resv-itemID
                               read Reservations key is
                                       resv-itemID
                                   invalid key
                                       continue
                                   not invalid key
                       invalid key
                           continue
                       not invalid key
                           call "getDeptBudget" using deptName
                               currPeriod periodBudget budgetSource
                               deptBudget
                           if periodBudget not = 0
                              and dtSpend(deptI) * 10
                                  >= periodBudget * 9
                               move "BUDGET90" to newType
                               move "M" to newSeverity
                               move dtName(deptI) to newRefText
               end-if
           end-perform.

       *> Backorders still open past the alert age (two weeks by
       *> default).
       sweepBackorders.
           open input Backorders
               if BoStat not = "00"
                                   integer-of-date(bo-dateRaised)
                               compute daysOld =
                                   todayInt - raisedInt
                               if daysOld > backordDays
                                   move "BACKORD14" to newType
                                   move "M" to newSeverity
                                   move bo-itemName to newRefText
           close Backorders
           move "n" to eof.

       *> Vendor certificates lapsing within the lead time (30 days
       *> unless SystemParams.dat says otherwise), and those already
       *> lapsed - the buyer has that long to chase renewal before
       *> approvePOs.cbl starts objecting.
       sweepVendorDocs.
           open input VendorDocs
               if VdStat not = "00"
                   exit paragraph
               end-if

               perform until eof = "y"
                   read VendorDocs next record
                       at end
                           move "y" to eof
                       not at end
                           if vd-expiryDate not = 0
                               compute daysOld = function
                                   integer-of-date(vd-expiryDate)
                                   - todayInt
                               move spaces to newRefText
                               string vd-vendorCode " "
                                      vd-docType " " vd-expiryDate
                                      delimited by size
                                      into newRefText
                               end-string
                               evaluate true
                                   when daysOld < 0
                                       move "VENDDOCLAPSE" to newType
                                       move "H" to newSeverity
                                       perform raiseAlert
                                   when daysOld <= vendDocDays
                                       move "VENDDOC30" to newType
                                       move "M" to newSeverity
                                       perform raiseAlert
                               end-evaluate
                           end-if
                   end-read
               end-perform

           close VendorDocs
           move "n" to eof.

       *> Credit owed for goods sent back and still not matched to
       *> a vendor credit memo past the follow-up age, and memo
       *> lines just as old that nobody has tied to a return.
       sweepVendorCredits.
           open input OpenCredits
           if OcStat = "00"
               perform until eof = "y"
                   read OpenCredits next record
                       at end
                           move "y" to eof
                       not at end
                           if oc-status = "OPEN"
                               compute daysOld = todayInt - function
                                   integer-of-date(oc-dateRaised)
                               if daysOld > creditDays
                                   move "CREDITAGED" to newType
                                   move "H" to newSeverity
                                   move spaces to newRefText
                                   string oc-vendorCode " ref #"
                                          oc-id " " oc-sourceType
                                          delimited by size
                                          into newRefText
                                   end-string
                                   perform raiseAlert
                               end-if
                           end-if
                   end-read
               end-perform
               close OpenCredits
               move "n" to eof
           end-if

           open input CreditMemos
           if CmStat = "00"
               perform until eof = "y"
                   read CreditMemos next record
                       at end
                           move "y" to eof
                       not at end
                           if cm-status = "UNMATCHED"
                               compute daysOld = todayInt - function
                                   integer-of-date(cm-enteredDate)
                               if daysOld > creditDays
                                   move "CREDITUNMTCH" to newType
                                   move "M" to newSeverity
                                   move spaces to newRefText
                                   string cm-vendorCode " memo "
                                          cm-memoNo "/" cm-line
                                          delimited by size
                                          into newRefText
                                   end-string
                                   perform raiseAlert
                               end-if
                           end-if
                   end-read
               end-perform
               close CreditMemos
               move "n" to eof
           end-if.

       *> One OPEN alert per condition: the same type and reference
       *> still unacknowledged means the console already shows it.
       raiseAlert.
           move "OPEN" to al-status
           move spaces to al-ackBy
           move 0 to al-ackDate
           move spaces to al-ownerID
           write AlertRec
           add 1 to raisedCount
           display "  ALERT " al-severity " " newType " - "
                   function trim(newRefText)
           perform notifyAlert.

       *> Supervisors hear of every new alert; a budget alert goes
       *> to the department's contact as well.
       notifyAlert.
           move "ALERT" to noticeMsg
           move nextAlertID to dispAlertID
           move dispAlertID to noticeRef
           move spaces to noticeText
           string "Alert " dispAlertID " " function trim(newType)
                  " (" newSeverity "): " function trim(newRefText)
                  delimited by size into noticeText
           end-string
           move "R" to noticeType
           move "SUPERVISOR" to noticeTo
           call "queueNotification" using noticeType noticeTo
               noticeMsg noticeRef noticeText SweepOperator
           if newType = "BUDGET90"
               move "D" to noticeType
               move newRefText to noticeTo
               call "queueNotification" using noticeType noticeTo
                   noticeMsg noticeRef noticeText SweepOperator
           end-if.

       *> Tool-crib loans past their due date: the borrower and the
       *> department are told once per loan (the outbox refuses a
       *> repeat of the same notice).
       sweepOverdueLoans.
           open input ToolLoans
           if TlStat not = "00"
               exit paragraph
           end-if
           perform until eof = "y"
               read ToolLoans next record
                   at end
                       move "y" to eof
                   not at end
                       if tl-status = "OUT"
                          and tl-dueDate < todayDate
                           perform notifyOverdueLoan
                       end-if
               end-read
           end-perform
           close ToolLoans
           move "n" to eof.

       notifyOverdueLoan.
           move "LOANOVERDUE" to noticeMsg
           move tl-id to noticeRef
           move spaces to noticeText
           string "Tool loan " tl-id ": " function trim(tl-itemName)
                  " was due back " tl-dueDate
                  delimited by size into noticeText
           end-string
           move "O" to noticeType
           move tl-operatorID to noticeTo
           call "queueNotification" using noticeType noticeTo
               noticeMsg noticeRef noticeText SweepOperator
           move "D" to noticeType
           move tl-department to noticeTo
           call "queueNotification" using noticeType noticeTo
               noticeMsg noticeRef noticeText SweepOperator
           add 1 to noticedCount.

       loadAlertRules.
           move "ALERT-BACKORD-DAYS" to ruleName
           move 14 to ruleValue
           call "getParam" using ruleName ruleValue
           move ruleValue to backordDays
           move "ALERT-VENDDOC-DAYS" to ruleName
           move 30 to ruleValue
           call "getParam" using ruleName ruleValue
           move ruleValue to vendDocDays
           move "ALERT-CREDIT-DAYS" to ruleName
           move 60 to ruleValue
           call "getParam" using ruleName ruleValue
           move ruleValue to creditDays.
