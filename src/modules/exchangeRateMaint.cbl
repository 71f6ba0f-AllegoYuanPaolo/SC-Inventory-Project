      $set sourceformat"free"
        IDENTIFICATION DIVISION.
        PROGRAM-ID. exchangeRateMaint.

       environment division.
           input-output section.
             file-control.
                  copy "ExchangeRates".

        DATA DIVISION.
           file section.
               copy "ExchangeRates-rec".

            WORKING-STORAGE SECTION.
            01 ErStat pic xx.
            01 eof pic x value "n".

            01 choice pic 9 value 1.
            01 maintOperator pic x(10).
            01 authorized pic x.
            *> Rates drive what foreign receipts cost and what the
            *> GL books as exchange gain or loss: finance's table.
            01 FinanceRole pic x(10) value "FINANCE".
            01 inCurrency pic x(3).
            01 inEffFrom pic 9(8).
            01 inRate pic 9(4)v9(6).
            01 oldRate pic 9(4)v9(6).
            01 recIsNew pic x.
            01 listedCount pic 9(4) value 0.
            01 todayDate pic 9(8).
            01 dispRate pic ZZZ9.999999.

            *> Validated-input work fields (getNumeric/getValidDate).
            01 numIn pic 9(8).
            01 numCancel pic x.
            01 noZeroDate pic x value "N".

            *> Before/after pair for the master-file change log.
            01 chgFile pic x(24) value "ExchangeRates.dat".
            01 chgKey pic x(40).
            01 chgField pic x(20).
            01 chgOld pic x(40).
            01 chgNew pic x(40).

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

           display "=== Exchange Rates ==="
           display "  [1] List rates"
           display "  [2] Enter a rate from a date"
           display "> " with no advancing
           accept choice

           if choice = 2
               if sessionOperator is omitted
                   display "Operator ID: " with no advancing
                   accept maintOperator
               else
                   move sessionOperator to maintOperator
               end-if
               call "authCheck" using maintOperator authorized
                   FinanceRole
               if authorized not = "Y"
                   display "Not authorized to change exchange rates"
                   exit program
               end-if
           end-if
           move function current-date(1:8) to todayDate

           open i-o ExchangeRates
               if ErStat = "35"
                   open output ExchangeRates
                   close ExchangeRates
                   open i-o ExchangeRates
               end-if
               call "openFileCheck" using ErStat

               evaluate choice
                   when 2
                       perform enterRate
                   when other
                       perform listRates
               end-evaluate

           close ExchangeRates

       exit program.

       *> Every rate ever entered, oldest first within a currency;
       *> the last row on or before a date is the one that applies.
       listRates.
           display "Currency (blank for all): " with no advancing
           accept inCurrency
           inspect inCurrency converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           display "Cur | From     |        Rate | Entered by | On"
           move low-values to erKey
           start ExchangeRates key is not less than erKey
               invalid key move "y" to eof
           end-start
           perform until eof = "y"
               read ExchangeRates next record
                   at end
                       move "y" to eof
                   not at end
                       if inCurrency = spaces
                          or er-currency = inCurrency
                           move er-rate to dispRate
                           display er-currency " | " er-effFrom " | "
                                   dispRate " | " er-enteredBy " | "
                                   er-enteredDate
                           add 1 to listedCount
                       end-if
               end-read
           end-perform
           display "Rates listed: " listedCount.

       *> A new date adds a row; re-keying an existing date corrects
       *> that row in place. Either way the change is logged.
       enterRate.
           display "Currency code (e.g. EUR): " with no advancing
           accept inCurrency
           inspect inCurrency converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           if inCurrency = spaces
               display "Currency required; nothing saved"
               exit paragraph
           end-if
           display "Effective from (YYYYMMDD): " with no advancing
           call "getValidDate" using inEffFrom numCancel noZeroDate
           if numCancel = "Y"
               exit paragraph
           end-if

           move inCurrency to er-currency
           move inEffFrom to er-effFrom
           move "N" to recIsNew
           move 0 to oldRate
           read ExchangeRates key is erKey
               invalid key
                   move "Y" to recIsNew
               not invalid key
                   move er-rate to oldRate
                   move er-rate to dispRate
                   display "Rate already on file from that date: "
                           dispRate "; entering a new one replaces it"
           end-read

           display "Home currency per 1 " inCurrency
                   ", in millionths (e.g. 1084500 for 1.0845): "
                   with no advancing
           call "getNumeric" using numIn numCancel
           if numCancel = "Y" or numIn = 0
               display "Nothing saved"
               exit paragraph
           end-if
           compute inRate = numIn / 1000000

           move inCurrency to er-currency
           move inEffFrom to er-effFrom
           move inRate to er-rate
           move maintOperator to er-enteredBy
           move todayDate to er-enteredDate
           move inRate to dispRate
           if recIsNew = "Y"
               write ExchangeRateRec
               display "1 " inCurrency " = " dispRate
                       " from " inEffFrom
           else
               rewrite ExchangeRateRec
               display "Rate from " inEffFrom " corrected to "
                       dispRate
           end-if

           move spaces to chgKey
           string inCurrency "/" inEffFrom
               delimited by size into chgKey
           end-string
           move "er-rate" to chgField
           move spaces to chgOld
           if recIsNew not = "Y"
               move oldRate to dispRate
               move dispRate to chgOld
           end-if
           move inRate to dispRate
           move dispRate to chgNew
           call "logMasterChange" using chgFile chgKey chgField
               chgOld chgNew maintOperator.
