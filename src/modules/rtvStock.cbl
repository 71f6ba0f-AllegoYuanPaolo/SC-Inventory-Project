            01 rtvQty pic 9(4).
            01 sourceChoice pic x.
            01 inReason pic x(30).
            01 reasonType pic x(10) value "RTV".
            01 reasonCancelled pic x.
            01 rtvDocName pic x(48).
            01 todayDate pic 9(8).
            01 nowTime pic x(8).
            01 creditValue pic 9(9)v99.
            01 dispCredit pic Z,ZZZ,ZZ9.99.

            *> The open-credit row the vendor's credit memo will be
            *> matched against (raiseOpenCredit.cbl).
            01 creditSource pic x(3) value "RTV".
            01 creditRef pic x(16).
            01 creditID pic 9(6).

            01 ledQty pic s9(6).
            01 numIn pic 9(8).
            01 numCancel pic x.
           end-if
           move numIn to rtvQty

           if sessionOperator is omitted
               display "Operator ID: " no advancing
               accept rtvOperator
               move sessionOperator to rtvOperator
           end-if

           *> One spelling per cause, off the reason code master, so
           *> the returns can be grouped by why they went back.
           display "Reason for the return:"
           move spaces to inReason
           call "pickReason" using reasonType inReason(1:10)
               rtvOperator reasonCancelled
           if reasonCancelled = "Y"
               display "Return abandoned"
               exit program
           end-if

           move function current-date(1:8) to todayDate
           call "getDate" using nowTime nowDate

           write rtvRec
           close RtvFile

           move spaces to creditRef
           string itemID "-" todayDate
               delimited by size into creditRef
           end-string
           call "raiseOpenCredit" using creditSource creditRef
               rtv-vendorCode rtv-vendorName rtv-itemID rtv-itemName
               rtv-qty rtv-expectedCredit rtvOperator creditID

           compute ledQty = 0 - rtvQty
           move "RTV" to ledType
           move itemStock to ledBal
           move rtvOperator to adj-operatorID
           move todayDate to adj-date
           move nowTime to adj-time
           move spaces to adj-actingFor
           open extend Adjustments
           if AdjStat = "05" or AdjStat = "35"
               open output Adjustments
           move creditValue to dispCredit
           display "Returned " rtvQty " x " function trim(itemName)
                   " to " function trim(vendorName)
                   "; expected credit " dispCredit
                   " (credit ref #" creditID ")".

       printRtvDocument.
           string "data\RTV_" itemID "_" todayDate ".txt"
               delimited by size into docLine
           write docLine

           move spaces to docLine
           string "Credit ref     : #" creditID
                  " (quote on the credit memo)"
               delimited by size into docLine
           write docLine

           move spaces to docLine
           string "Released by    : " rtv-operatorID
               delimited by size into docLine
