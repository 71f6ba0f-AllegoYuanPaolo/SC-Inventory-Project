
                  copy "Adjustments".

                  *> Sampling: the vendor behind the material type, the
                  *> plan table, where the vendor stands on the
                  *> switching rules, and the lot results log.
                  copy "VendorMaster".

                  copy "SamplePlans".

                  copy "InspectState".

                  copy "InspectResults".

        DATA DIVISION.
           file section.
               copy "Inventory-rec.cpy".

               copy "Adjustments-rec".

               copy "VendorMaster-rec".

               copy "SamplePlans-rec".

               copy "InspectState-rec".

               copy "InspectResults-rec".

            WORKING-STORAGE SECTION.
            01 eof pic x value "n".
            01 todayDate pic 9(8).
            01 ledBal pic 9(6).
            01 ledType pic x(10).
            01 ledRef pic 9(6) value 0.
            *> Released stock leaves the QA cage for a shelf: a
            *> put-away task says which (createPutaway.cbl).
            01 putSource pic x(10) value "QA-RELEASE".

            *> Non-conformance raised against the vendor on a reject.
            01 ncrAnswer pic x.
            01 ncrSource pic x(4) value "QA".
            01 ncrDept pic x(32) value spaces.
            01 ncrLot pic x(15).
            01 ncrDefect pic x(60).
            01 ncrNewID pic 9(6).

            *> Sampling plan for the lot on screen, and the switching
            *> rules (SystemParams.dat) that move a vendor between
            *> normal, tightened, reduced and skip-lot inspection.
            01 lotVendor pic x(8).
            01 lotLevel pic x(1).
            01 planLevel pic x(1).
            01 planSample pic 9(4).
            01 planAccept pic 9(3).
            01 planReject pic 9(3).
            01 planFound pic x.
            01 stateIsNew pic x.
            01 defectsFound pic 9(4).
            01 lotResult pic x(7).
            01 rejectTally pic 9.
            01 priorRecent pic x(4).
            01 ruleName pic x(20).
            01 ruleValue pic 9(9).
            01 tightenRejects pic 9(3).
            01 normalClean pic 9(4).
            01 reduceClean pic 9(4).
            01 skipClean pic 9(4).

            local-storage section.
            01 InvStat pic xx.
            01 AdjStat pic xx.
            01 vendStat pic xx.
            01 SpStat pic xx.
            01 IsStat pic xx.
            01 IrStat pic xx.

        linkage section.
        *> Menu-driven sessions pass the logged-in operator so
           move function current-date(1:8) to todayDate
           call "getDate" using nowTime nowDate

           perform loadSwitchRules
           open input VendorMaster
           open input SamplePlans
           open i-o InspectState
           if IsStat = "35"
               open output InspectState
               close InspectState
               open i-o InspectState
           end-if
           call "openFileCheck" using IsStat

           open i-o Inventory
               call "openFileCheck" using InvStat

               end-perform

           close Inventory
           close InspectState
           if SpStat = "00"
               close SamplePlans
           end-if
           if vendStat = "00"
               close VendorMaster
           end-if

           display "------------------------------------------"
           display "Items released: " releasedItems
           display spaces
           display itemID " | " itemName " | on hold: " qtyOnHold
                   " | available: " itemStock
           perform findPlan
           display "[I]nspect sample / [R]elease to stock / "
                   "re[J]ect / [S]kip: " with no advancing
           accept lineChoice

           evaluate lineChoice
               when "I"
               when "i"
                   perform inspectSample
               when "R"
               when "r"
                   perform releaseHold
               when "J"
               when "j"
                   move spaces to lotResult
                   move 0 to defectsFound
                   perform rejectHold
                   if lotResult = "REJECT"
                       perform recordLotResult
                   end-if
               when other
                   display "Left on hold"
           end-evaluate.

       *> The held quantity is the lot. The vendor's level picks the
       *> plan row: the smallest lot-size band that covers it.
       findPlan.
           move spaces to lotVendor
           if vendStat = "00"
               move materialType to v-materialType
               read VendorMaster key is v-materialType
                   invalid key
                       continue
                   not invalid key
                       move vendorCode to lotVendor
               end-read
           end-if

           move "N" to lotLevel
           move "Y" to stateIsNew
           if lotVendor not = spaces
               move lotVendor to is-vendorCode
               move materialType to is-materialType
               read InspectState key is isKey
                   invalid key
                       continue
                   not invalid key
                       move "N" to stateIsNew
                       move is-level to lotLevel
               end-read
           end-if
           move lotLevel to planLevel
           if lotLevel = "S"
               move "R" to planLevel
           end-if

           move "N" to planFound
           if SpStat = "00"
               move planLevel to sp-level
               move qtyOnHold to sp-lotMax
               start SamplePlans key is not less than spKey
                   invalid key
                       continue
                   not invalid key
                       read SamplePlans next record
                           at end
                               continue
                           not at end
                               if sp-level = planLevel
                                   move "Y" to planFound
                               end-if
                       end-read
               end-start
           end-if
           if planFound = "Y"
               move sp-sampleSize to planSample
               move sp-acceptNo to planAccept
               move sp-rejectNo to planReject
               if planSample > qtyOnHold
                   move qtyOnHold to planSample
               end-if
           else
               *> No plan on file for this lot: inspect all of it,
               *> any defect rejects.
               move qtyOnHold to planSample
               move 0 to planAccept
               move 1 to planReject
           end-if

           evaluate lotLevel
               when "T"
                   display "  Vendor " lotVendor " on TIGHTENED "
                           "inspection"
               when "R"
                   display "  Vendor " lotVendor " on REDUCED "
                           "inspection"
               when "S"
                   display "  Vendor " lotVendor " on SKIP-LOT; "
                           "this lot is due inspection"
           end-evaluate
           display "  Pull " planSample " of " qtyOnHold
                   "; accept at " planAccept " defects or fewer, "
                   "reject at " planReject " or more".

       *> The sample decides the whole lot: accepted, every held
       *> unit goes to stock; rejected, every held unit stays on
       *> hold for the return to vendor.
       inspectSample.
           display "Defects found in the sample of " planSample ": "
                   with no advancing
           call "getNumeric" using numIn numCancel
           if numCancel = "Y"
               display "Left on hold"
               exit paragraph
           end-if
           if numIn > planSample
               display "More defects than units pulled; left on hold"
               exit paragraph
           end-if
           move numIn to defectsFound

           move qtyOnHold to actionQty
           if defectsFound <= planAccept
               move "ACCEPT" to lotResult
               display "Lot ACCEPTED"
               perform postRelease
           else
               move "REJECT" to lotResult
               display "Lot REJECTED"
               add 1 to rejectedItems
               display "Rejected " actionQty " of "
                       function trim(itemName)
                       "; units stay on QA hold - raise a "
                       "return-to-vendor (source [H]) to send them "
                       "back with paperwork"
               perform raiseNcr
           end-if
           perform recordLotResult.

       releaseHold.
           display "Quantity passing inspection [0 = all "
                   qtyOnHold "]: " with no advancing
           if actionQty = 0 or actionQty > qtyOnHold
               move qtyOnHold to actionQty
           end-if
           perform postRelease.

       postRelease.
           subtract actionQty from qtyOnHold
           add actionQty to itemStock
           rewrite invRec
           move "QA-RELEASE" to ledType
           move itemStock to ledBal
           call "postItemLedger" using itemID itemName ledType
               ledQty ledBal qaOperator ledRef
           call "createPutaway" using itemID actionQty putSource
               ledRef qaOperator.

       *> A failed inspection stays in the on-hold bucket: the
       *> return-to-vendor transaction (rtvStock.cbl, source [H])
           end-if

           add 1 to rejectedItems
           move "REJECT" to lotResult
           display "Rejected " actionQty " of "
                   function trim(itemName)
                   "; units stay on QA hold - raise a "
                   "return-to-vendor (source [H]) to send them "
                   "back with paperwork"
           perform raiseNcr.

       *> A rejection is a vendor quality problem: open the NCR here
       *> so the corrective action is tracked through to closure.
       raiseNcr.
           display "Open a non-conformance report (NCR)? [y/n]: "
                   with no advancing
           accept ncrAnswer
           if ncrAnswer not = "y" and ncrAnswer not = "Y"
               exit paragraph
           end-if
           display "Lot number (blank if not lot-tracked): "
                   with no advancing
           accept ncrLot
           display "Defect found: " with no advancing
           accept ncrDefect
           if ncrDefect = spaces
               display "Defect description required; no NCR opened"
               exit paragraph
           end-if
           call "openNcr" using ncrSource ncrDept itemID itemName
               materialType ncrLot actionQty ncrDefect qaOperator
               ncrNewID
           if ncrNewID not = 0
               display "NCR " ncrNewID " opened against the vendor"
           end-if.

       loadSwitchRules.
           move "QA-TIGHTEN-REJECTS" to ruleName
           move 2 to ruleValue
           call "getParam" using ruleName ruleValue
           move ruleValue to tightenRejects
           move "QA-NORMAL-CLEAN" to ruleName
           move 5 to ruleValue
           call "getParam" using ruleName ruleValue
           move ruleValue to normalClean
           move "QA-REDUCE-CLEAN" to ruleName
           move 10 to ruleValue
           call "getParam" using ruleName ruleValue
           move ruleValue to reduceClean
           move "QA-SKIP-CLEAN" to ruleName
           move 20 to ruleValue
           call "getParam" using ruleName ruleValue
           move ruleValue to skipClean.

       *> Logs the lot and moves the vendor along the switching
       *> rules: too many recent rejections tighten; a run of clean
       *> lots relaxes tightened to normal, normal to reduced and
       *> reduced to skip-lot; any rejection off reduced or skip-lot
       *> goes back to normal.
       recordLotResult.
           initialize inspectResultRec
           move todayDate to ir-date
           move itemID to ir-itemID
           move itemName to ir-itemName
           move lotVendor to ir-vendorCode
           move materialType to ir-materialType
           move lotLevel to ir-level
           move actionQty to ir-lotQty
           if lineChoice = "I" or lineChoice = "i"
               move planSample to ir-sampleSize
               move planAccept to ir-acceptNo
               move planReject to ir-rejectNo
           end-if
           move defectsFound to ir-defects
           move lotResult to ir-result
           move qaOperator to ir-inspector
           open extend InspectResults
           if IrStat = "05" or IrStat = "35"
               open output InspectResults
               close InspectResults
               open extend InspectResults
           end-if
           write inspectResultRec
           close InspectResults

           if lotVendor = spaces
               exit paragraph
           end-if
           if stateIsNew = "Y"
               initialize inspectStateRec
               move lotVendor to is-vendorCode
               move materialType to is-materialType
               move "N" to is-level
               move spaces to is-recent
           end-if
           move is-recent(1:4) to priorRecent
           move spaces to is-recent
           string lotResult(1:1) priorRecent delimited by size
               into is-recent
           end-string
           move lotResult to is-lastResult
           move todayDate to is-lastDate
           if lotResult = "ACCEPT"
               add 1 to is-cleanRun
           else
               move 0 to is-cleanRun
           end-if
           move 0 to rejectTally
           inspect is-recent tallying rejectTally for all "R"

           evaluate is-level
               when "T"
                   if is-cleanRun >= normalClean
                       move "N" to is-level
                       move 0 to is-cleanRun
                       display "Vendor " lotVendor
                               " back to NORMAL inspection"
                   end-if
               when "R"
               when "S"
                   if lotResult = "REJECT"
                       move "N" to is-level
                       move 0 to is-skipCount
                       display "Vendor " lotVendor
                               " back to NORMAL inspection"
                   else
                       if is-level = "R" and is-cleanRun >= skipClean
                           move "S" to is-level
                           move 0 to is-cleanRun
                           move 0 to is-skipCount
                           display "Vendor " lotVendor
                                   " earned SKIP-LOT inspection"
                       end-if
                   end-if
               when other
                   if rejectTally >= tightenRejects
                       move "T" to is-level
                       move 0 to is-cleanRun
                       move spaces to is-recent
                       display "Vendor " lotVendor
                               " moved to TIGHTENED inspection"
                   else
                       if is-cleanRun >= reduceClean
                           move "R" to is-level
                           move 0 to is-cleanRun
                           display "Vendor " lotVendor
                                   " moved to REDUCED inspection"
                       end-if
                   end-if
           end-evaluate

           if stateIsNew = "Y"
               write inspectStateRec
               move "N" to stateIsNew
           else
               rewrite inspectStateRec
           end-if.
