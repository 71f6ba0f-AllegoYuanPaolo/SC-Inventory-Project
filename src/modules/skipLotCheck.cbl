      $set sourceformat"free"
       identification division.
       program-id. skipLotCheck.

       environment division.
           input-output section.
               file-control.
                   copy "InspectState".

                   copy "InspectResults".

       data division.
           file section.
               copy "InspectState-rec".

               copy "InspectResults-rec".

           working-storage section.
           01 IsStat pic xx.
           01 IrStat pic xx.
           01 ruleName pic x(20).
           01 ruleValue pic 9(9).
           01 skipFreq pic 9(3).

           linkage section.
           01 slVendorCode pic x(8).
           01 slMaterialType pic x(10).
           01 slItemID pic 9(5).
           01 slItemName pic x(25).
           01 slQty pic 9(4).
           01 slOperator pic x(10).
           *> Comes in "Y" for a receipt of an inspect-flagged
           *> material type; goes back "N" when the vendor is on
           *> skip-lot and this lot is not the one due inspection.
           01 slHold pic x(1).

       procedure division using slVendorCode slMaterialType slItemID
               slItemName slQty slOperator slHold.

           *> Shared by every receipt path that checks v-inspectFlag,
           *> so a vendor earning skip-lot stops holding up the dock
           *> however the stock comes in.
           if slHold not = "Y" or slVendorCode = spaces
               goback
           end-if
           open i-o InspectState
           if IsStat not = "00"
               goback
           end-if
           move slVendorCode to is-vendorCode
           move slMaterialType to is-materialType
           read InspectState key is isKey
               invalid key
                   close InspectState
                   goback
           end-read
           if is-level not = "S"
               close InspectState
               goback
           end-if

           *> One lot in QA-SKIP-FREQ is held for inspection; the
           *> rest go straight to stock.
           move "QA-SKIP-FREQ" to ruleName
           move 4 to ruleValue
           call "getParam" using ruleName ruleValue
           move ruleValue to skipFreq
           if skipFreq < 2
               move 2 to skipFreq
           end-if
           add 1 to is-skipCount
           if is-skipCount >= skipFreq
               move 0 to is-skipCount
               rewrite inspectStateRec
               close InspectState
               display "Skip-lot: this lot is due inspection"
               goback
           end-if
           rewrite inspectStateRec
           close InspectState
           move "N" to slHold
           display "Skip-lot: lot passed to stock without inspection"

           initialize inspectResultRec
           move function current-date(1:8) to ir-date
           move slItemID to ir-itemID
           move slItemName to ir-itemName
           move slVendorCode to ir-vendorCode
           move slMaterialType to ir-materialType
           move "S" to ir-level
           move slQty to ir-lotQty
           move "SKIPPED" to ir-result
           move slOperator to ir-inspector
           open extend InspectResults
           if IrStat = "05" or IrStat = "35"
               open output InspectResults
               close InspectResults
               open extend InspectResults
           end-if
           write inspectResultRec
           close InspectResults

       goback.
