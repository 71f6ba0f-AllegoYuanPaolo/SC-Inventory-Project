      $set sourceformat"free"
        IDENTIFICATION DIVISION.
        PROGRAM-ID. pcardReconcile.

       environment division.
           input-output section.
             file-control.
                  copy "NonPoReceipts".

                  *> The card company's monthly statement, pipe-
                  *> delimited, one charge per line:
                  *> cardholder|post date YYYYMMDD|merchant|amount in
                  *> cents|transaction reference.
                  select CardStatement
                      assign to "data\PcardStatement.txt"
                      organization is line sequential
                      file status is CsStat.

                  *> The reconciliation listing; same technique as
                  *> creditAgingReport.cbl.
                  select ReportFile
                      assign to reportFileName
                      organization is line sequential
                      file status is RepStat.

        DATA DIVISION.
           file section.
               copy "NonPoReceipts-rec".

               FD CardStatement.
               01 statementLine pic x(120).

               FD ReportFile.
               01 reportLine pic x(132).

            WORKING-STORAGE SECTION.
            01 NpStat pic xx.
            01 CsStat pic xx.
            01 RepStat pic xx.
            01 eof pic x value "n".
            01 npEof pic x.

            01 choice pic 9 value 1.
            01 reconOperator pic x(10).
            01 authorized pic x.
            *> Reconciling the card is finance's job; ADMIN qualifies
            *> via authCheck as always.
            01 FinanceRole pic x(10) value "FINANCE".
            01 reportFileName pic x(48).
            01 todayDate pic 9(8).

            *> One statement line, split and checked.
            01 csHolder pic x(8).
            01 csDateText pic x(10).
            01 csMerchant pic x(30).
            01 csAmountText pic x(12).
            01 csRef pic x(20).
            01 csDate pic 9(8).
            01 csAmount pic 9(7)v99.
            01 lineNo pic 9(6) value 0.
            01 lineOK pic x.

            *> Statement month and the match window.
            01 inPeriod pic 9(6).
            01 periodEnd pic 9(8).
            01 matchDays pic 9(3).
            01 daysApart pic s9(6).
            01 bestID pic 9(8).
            01 bestDate pic 9(8).
            01 priorMatch pic x.

            01 matchedCount pic 9(5) value 0.
            01 priorCount pic 9(5) value 0.
            01 noReceiptCount pic 9(5) value 0.
            01 noChargeCount pic 9(5) value 0.
            01 badLineCount pic 9(5) value 0.
            01 listedCount pic 9(5) value 0.
            01 noReceiptTotal pic 9(9)v99 value 0.
            01 noChargeTotal pic 9(9)v99 value 0.
            01 dispAmount pic Z,ZZZ,ZZ9.99.
            01 dispTotal pic ZZZ,ZZZ,ZZ9.99.
            01 inStatus pic x(10).

            *> Rule values read through getParam (SystemParams.dat).
            01 ruleName pic x(20).
            01 ruleValue pic 9(9).

            *> Validated-input work fields (getNumeric).
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
           move 0 to lineNo
           move 0 to matchedCount
           move 0 to priorCount
           move 0 to noReceiptCount
           move 0 to noChargeCount
           move 0 to badLineCount
           move 0 to listedCount
           move 0 to noReceiptTotal
           move 0 to noChargeTotal

           display "=== Purchasing-Card and Non-PO Receipts ==="
           display "  [1] List non-PO receipts for a month"
           display "  [2] Reconcile a card statement (PcardStatement.txt)"
           display "> " with no advancing
           accept choice

           if sessionOperator is omitted
               display "Operator ID: " with no advancing
               accept reconOperator
           else
               move sessionOperator to reconOperator
           end-if
           move function current-date(1:8) to todayDate

           display "Month (YYYYMM): " with no advancing
           call "getNumeric" using numIn numCancel
           if numCancel = "Y" or numIn < 190001 or numIn > 299912
               display "Month required"
               exit program
           end-if
           move numIn to inPeriod
           if inPeriod(5:2) < "01" or inPeriod(5:2) > "12"
               display "Month required"
               exit program
           end-if

           evaluate choice
               when 2
                   call "authCheck" using reconOperator authorized
                       FinanceRole
                   if authorized not = "Y"
                       display "Not authorized to reconcile card "
                               "statements"
                       exit program
                   end-if
                   perform reconcileStatement
               when other
                   perform listReceipts
           end-evaluate

       exit program.

       *> Every card and paid-direct buy received in the month, with
       *> who paid, why, and where it stands against the statement.
       listReceipts.
           display "Status to list (OPEN/MATCHED/DIRECT/VOID, blank = "
                   "all): " with no advancing
           move spaces to inStatus
           accept inStatus
           inspect inStatus converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           open input NonPoReceipts
           if NpStat not = "00"
               display "No non-PO receipts on file"
               exit paragraph
           end-if
           display "Rcpt #   | Date     | Item                      |"
                   " Vendor   | Pd | Holder   |       Amount | Status"
                   "     | Statement ref"
           move "n" to npEof
           perform until npEof = "y"
               read NonPoReceipts next record
                   at end
                       move "y" to npEof
                   not at end
                       if np-date(1:6) = inPeriod
                          and (inStatus = spaces
                               or np-status = inStatus)
                           move np-amount to dispAmount
                           display np-id " | " np-date " | "
                                   np-itemName " | " np-vendorCode
                                   " | " np-payMethod "  | "
                                   np-cardholder " | " dispAmount
                                   " | " np-status " | " np-stmtRef
                           display "           reason: "
                                   function trim(np-reason)
                                   "  (received by "
                                   function trim(np-operatorID) ")"
                           add 1 to listedCount
                       end-if
               end-read
           end-perform
           close NonPoReceipts
           display "Receipts listed: " listedCount.

       *> Each charge is matched to an OPEN card receipt for the same
       *> cardholder and amount, dated on or up to PCARD-MATCH-DAYS
       *> before the charge posted; the oldest such receipt wins. A
       *> reference already matched in an earlier run stays matched,
       *> so the same statement can be run again safely.
       reconcileStatement.
           open input CardStatement
           if CsStat not = "00"
               display "No PcardStatement.txt to reconcile"
               exit paragraph
           end-if
           open i-o NonPoReceipts
           if NpStat = "35"
               open output NonPoReceipts
               close NonPoReceipts
               open i-o NonPoReceipts
           end-if
           call "openFileCheck" using NpStat

           move "PCARD-MATCH-DAYS" to ruleName
           move 5 to ruleValue
           call "getParam" using ruleName ruleValue
           move ruleValue to matchDays
           move inPeriod to periodEnd(1:6)
           move "01" to periodEnd(7:2)
           compute periodEnd = function date-of-integer(
               function integer-of-date(periodEnd) + 31)
           move "01" to periodEnd(7:2)
           compute periodEnd = function date-of-integer(
               function integer-of-date(periodEnd) - 1)

           string "data\PcardRecon_" delimited by size
                  inPeriod delimited by size
                  ".txt" delimited by size
                  into reportFileName
           end-string
           open output ReportFile
           call "openFileCheck" using RepStat
           move spaces to reportLine
           string "Purchasing-card reconciliation for " inPeriod
                  " - run " todayDate " by " reconOperator
               delimited by size into reportLine
           end-string
           write reportLine
           move spaces to reportLine
           write reportLine
           move "Charges on the statement with no receipt behind them"
               to reportLine
           write reportLine
           move spaces to reportLine
           string "Line  | Holder   | Posted   | Merchant             "
                  "         |       Amount | Reference"
               delimited by size into reportLine
           end-string
           write reportLine

           perform until eof = "y"
               read CardStatement
                   at end
                       move "y" to eof
                   not at end
                       add 1 to lineNo
                       if statementLine not = spaces
                           perform matchStatementLine
                       end-if
               end-read
           end-perform
           close CardStatement

           move noReceiptTotal to dispTotal
           move spaces to reportLine
           string "  " noReceiptCount " charge(s), " dispTotal
               delimited by size into reportLine
           end-string
           write reportLine

           perform listUnchargedReceipts

           move spaces to reportLine
           write reportLine
           move spaces to reportLine
           string "Lines read " lineNo "  matched " matchedCount
                  "  already matched " priorCount
                  "  no receipt " noReceiptCount
                  "  unreadable " badLineCount
                  "  receipts not charged " noChargeCount
               delimited by size into reportLine
           end-string
           write reportLine
           close ReportFile
           close NonPoReceipts

           display "Statement lines read: " lineNo
           display "Matched now: " matchedCount
                   "  matched before: " priorCount
           display "Charges with no receipt: " noReceiptCount
           display "Card receipts with no charge: " noChargeCount
           display "Report written to " reportFileName
           call "registerSpool" using "PCARDRECON  "
               reportFileName.

       matchStatementLine.
           move spaces to csHolder csDateText csMerchant csAmountText
               csRef
           unstring statementLine delimited by "|"
               into csHolder, csDateText, csMerchant, csAmountText,
                    csRef
           end-unstring
           move "Y" to lineOK
           if function trim(csDateText) is not numeric
              or function trim(csAmountText) is not numeric
              or csHolder = spaces
               move "N" to lineOK
           else
               compute csDate = function numval(csDateText)
               compute csAmount = function numval(csAmountText) / 100
               if csDate(5:2) < "01" or csDate(5:2) > "12"
                  or csDate(7:2) < "01" or csDate(7:2) > "31"
                   move "N" to lineOK
               end-if
           end-if
           if lineOK not = "Y"
               add 1 to badLineCount
               move spaces to reportLine
               string lineNo "| (line unreadable) "
                      function trim(statementLine)
                   delimited by size into reportLine
               end-string
               write reportLine
               exit paragraph
           end-if

           move "N" to priorMatch
           move 0 to bestID
           move 99999999 to bestDate
           move "n" to npEof
           move 0 to np-id
           start NonPoReceipts key is not less than np-id
               invalid key move "y" to npEof
           end-start
           perform until npEof = "y"
               read NonPoReceipts next record
                   at end
                       move "y" to npEof
                   not at end
                       perform testCandidate
               end-read
           end-perform

           if priorMatch = "Y"
               add 1 to priorCount
               exit paragraph
           end-if
           if bestID not = 0
               move bestID to np-id
               read NonPoReceipts key is np-id
                   invalid key
                       continue
                   not invalid key
                       move "MATCHED" to np-status
                       move csRef to np-stmtRef
                       move inPeriod to np-stmtPeriod
                       move todayDate to np-matchedDate
                       rewrite nonPoRec
                       add 1 to matchedCount
                       exit paragraph
               end-read
           end-if

           add 1 to noReceiptCount
           add csAmount to noReceiptTotal
           move csAmount to dispAmount
           move spaces to reportLine
           string lineNo "| " csHolder " | " csDate " | " csMerchant
                  " | " dispAmount " | " csRef
               delimited by size into reportLine
           end-string
           write reportLine.

       testCandidate.
           if csRef not = spaces and np-stmtRef = csRef
              and np-status = "MATCHED"
               move "Y" to priorMatch
               move "y" to npEof
               exit paragraph
           end-if
           if np-payMethod not = "C" or np-status not = "OPEN"
              or np-cardholder not = csHolder
              or np-amount not = csAmount
              or np-date > csDate
               exit paragraph
           end-if
           compute daysApart = function integer-of-date(csDate)
               - function integer-of-date(np-date)
           if daysApart > matchDays
               exit paragraph
           end-if
           if np-date < bestDate
               move np-id to bestID
               move np-date to bestDate
           end-if.

       *> Card receipts received by the statement's last day that no
       *> charge has claimed: bought on a card the statement does not
       *> show, or keyed with the wrong amount or cardholder.
       listUnchargedReceipts.
           move spaces to reportLine
           write reportLine
           move "Card receipts with no charge on the statement"
               to reportLine
           write reportLine
           move spaces to reportLine
           string "Rcpt #   | Holder   | Received | Vendor   | Item  "
                  "                    |       Amount | Reason"
               delimited by size into reportLine
           end-string
           write reportLine
           move "n" to npEof
           move 0 to np-id
           start NonPoReceipts key is not less than np-id
               invalid key move "y" to npEof
           end-start
           perform until npEof = "y"
               read NonPoReceipts next record
                   at end
                       move "y" to npEof
                   not at end
                       if np-payMethod = "C" and np-status = "OPEN"
                          and np-date <= periodEnd
                           add 1 to noChargeCount
                           add np-amount to noChargeTotal
                           move np-amount to dispAmount
                           move spaces to reportLine
                           string np-id " | " np-cardholder " | "
                                  np-date " | " np-vendorCode " | "
                                  np-itemName " | " dispAmount " | "
                                  np-reason
                               delimited by size into reportLine
                           end-string
                           write reportLine
                       end-if
               end-read
           end-perform
           move noChargeTotal to dispTotal
           move spaces to reportLine
           string "  " noChargeCount " receipt(s), " dispTotal
               delimited by size into reportLine
           end-string
           write reportLine.
