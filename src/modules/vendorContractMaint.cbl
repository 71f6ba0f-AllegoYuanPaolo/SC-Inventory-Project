
                  copy "Inventory.cpy".

                  copy "ContractTiers".

                  copy "RebateAgreements".

        DATA DIVISION.
           file section.
               copy "VendorContracts-rec".

               copy "Inventory-rec.cpy".

               copy "ContractTiers-rec".

               copy "RebateAgreements-rec".

            WORKING-STORAGE SECTION.
            01 VcStat pic xx.
            01 InvStat pic xx.
            01 CtStat pic xx.
            01 RbStat pic xx.
            01 eof pic x value "n".

            01 choice pic 9 value 1.
            01 listedCount pic 9(3) value 0.
            01 dispPrice pic Z,ZZ9.99.
            01 contractItemName pic x(25).
            *> The contract is priced in the vendor's billing
            *> currency (checkVendor), spaces = home.
            01 inCurrency pic x(3).
            01 vendorStatus pic x.

            *> Quantity breaks under one contract row.
            01 inFromQty pic 9(5).
            01 inTierPrice pic 9(6)v99.
            01 breakAction pic x.
            01 tierEof pic x.
            01 breakCount pic 9(3).

            *> Rebate agreement entry: up to four ascending tiers.
            01 inBasis pic x(1).
            01 oldBasis pic x(1).
            01 inYearStart pic 9(8).
            01 inYearEnd pic 9(8).
            01 rebateExists pic x.
            01 tierI pic 9.
            01 newTierList.
                02 newTier occurs 4 times.
                    03 newThreshold pic 9(9)v99.
                    03 newPct pic 9(2)v99.
            01 tiersOk pic x.
            01 moreTiers pic x.
            01 dispThreshold pic ZZZ,ZZZ,ZZ9.99.
            01 dispUnits pic ZZZ,ZZZ,ZZ9.
            01 dispPct pic Z9.99.
            01 tierText pic x(40).

            *> Validated-input work fields (getNumeric/getValidDate).
            01 numIn pic 9(8).
            01 allowZeroDate pic x value "Y".
            01 noZeroDate pic x value "N".

            *> Before/after pair for the master-file change log.
            01 maintOperator pic x(10).
            01 chgFile pic x(24) value "VendorContracts.dat".
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
           display "  [1] List contracts (blank vendor for all)"
           display "  [2] Add a contract price"
           display "  [3] End-date a contract"
           display "  [4] Quantity price breaks for a contract"
           display "  [5] List volume rebate agreements"
           display "  [6] Add or change a volume rebate agreement"
           display "> " with no advancing
           accept choice

               end-if
               call "openFileCheck" using VcStat

               if sessionOperator is omitted
                   if choice = 2 or choice = 3 or choice = 4
                      or choice = 6
                       display "Operator ID: " with no advancing
                       accept maintOperator
                   end-if
               else
                   move sessionOperator to maintOperator
               end-if

               evaluate choice
                   when 2
                       perform addContract
                   when 3
                       perform endDateContract
                   when 4
                       perform maintainBreaks
                   when 5
                       perform listRebates
                   when 6
                       perform maintainRebate
                   when other
                       perform listContracts
               end-evaluate
           display "Vendor (blank for all): " with no advancing
           accept inVendor
           display "Vendor  | Item | From     | To       | Price"
                   "    | Cur"
           perform until eof = "y"
               read VendorContracts next record
                   at end
                           move vc-price to dispPrice
                           display vc-vendorCode "| " vc-itemID
                                   "  | " vc-effFrom " | " vc-effTo
                                   " | " dispPrice " | " vc-currency
                           add 1 to listedCount
                       end-if
               end-read
               move 0 to inEffTo
           end-if

           call "checkVendor" using inVendor vendorStatus omitted
               inCurrency
           if inCurrency = spaces
               display "Contract price (e.g. 1299 for $12.99): "
                       with no advancing
           else
               display "Contract price in " inCurrency
                       " (e.g. 1299 for 12.99): " with no advancing
           end-if
           call "getNumeric" using numIn numCancel
           if numCancel = "Y" or numIn = 0
               display "Add cancelled"
           move inEffFrom to vc-effFrom
           move inEffTo to vc-effTo
           move inPrice to vc-price
           move inCurrency to vc-currency
           write VendorContractRec
               invalid key
                   display "That vendor/item/from-date is already "
               not invalid key
                   move inPrice to dispPrice
                   display "Added: " vc-vendorCode " item " vc-itemID
                           " from " vc-effFrom " at " dispPrice " "
                           vc-currency
                   perform setContractKey
                   move spaces to chgOld
                   move "vc-effTo" to chgField
                   move vc-effTo to chgNew
                   call "logMasterChange" using chgFile chgKey
                       chgField chgOld chgNew maintOperator
                   move "vc-price" to chgField
                   move dispPrice to chgNew
                   call "logMasterChange" using chgFile chgKey
                       chgField chgOld chgNew maintOperator
           end-write.

       setContractKey.
           move spaces to chgKey
           string vc-vendorCode "/" vc-itemID "/" vc-effFrom
               delimited by size into chgKey
           end-string.

       *> Renegotiations end the old row rather than deleting it, so
       *> the variance report can still price last month's receipts.
       endDateContract.
               display "Unchanged"
               exit paragraph
           end-if
           move vc-effTo to chgOld
           move inEffTo to vc-effTo
           rewrite VendorContractRec
           display "Contract now ends " vc-effTo
           perform setContractKey
           move "vc-effTo" to chgField
           move vc-effTo to chgNew
           call "logMasterChange" using chgFile chgKey chgField
               chgOld chgNew maintOperator.

       *> Breaks hang off one contract row, so a renegotiated price
       *> starts with no breaks until they are keyed for it too.
       maintainBreaks.
           display "Vendor code: " with no advancing
           accept inVendor
           display "Item ID: " with no advancing
           call "getNumeric" using numIn numCancel
           if numCancel = "Y"
               exit paragraph
           end-if
           move numIn to inItemID
           display "Effective-from of the contract (YYYYMMDD): "
                   with no advancing
           call "getValidDate" using inEffFrom numCancel noZeroDate
           if numCancel = "Y"
               exit paragraph
           end-if
           move inVendor to vc-vendorCode
           move inItemID to vc-itemID
           move inEffFrom to vc-effFrom
           read VendorContracts key is vcKey
               invalid key
                   display "Contract not on file"
                   exit paragraph
           end-read

           open i-o ContractTiers
           if CtStat = "35"
               open output ContractTiers
               close ContractTiers
               open i-o ContractTiers
           end-if
           call "openFileCheck" using CtStat

           move "A" to breakAction
           perform until breakAction not = "A"
                     and breakAction not = "R"
               perform listBreaks
               display "[A]dd or change a break / [R]emove one / "
                       "Enter = done: " with no advancing
               move space to breakAction
               accept breakAction
               inspect breakAction converting "ar" to "AR"
               evaluate breakAction
                   when "A"
                       perform addOrChangeBreak
                   when "R"
                       perform removeBreak
               end-evaluate
           end-perform
           close ContractTiers.

       listBreaks.
           move vc-price to dispPrice
           display "From qty |    Price " vc-currency
           display "        1 | " dispPrice "  (contract price)"
           move 0 to breakCount
           move inVendor to ct-vendorCode
           move inItemID to ct-itemID
           move inEffFrom to ct-effFrom
           move 0 to ct-fromQty
           move "n" to tierEof
           start ContractTiers key is not less than ctKey
               invalid key move "y" to tierEof
           end-start
           perform until tierEof = "y"
               read ContractTiers next record
                   at end
                       move "y" to tierEof
                   not at end
                       if ct-vendorCode not = inVendor
                          or ct-itemID not = inItemID
                          or ct-effFrom not = inEffFrom
                           move "y" to tierEof
                       else
                           move ct-price to dispPrice
                           display "    " ct-fromQty " | " dispPrice
                           add 1 to breakCount
                       end-if
               end-read
           end-perform.

       addOrChangeBreak.
           display "From quantity: " with no advancing
           call "getNumeric" using numIn numCancel
           if numCancel = "Y" or numIn < 2 or numIn > 99999
               display "A break starts at 2 to 99999; nothing changed"
               exit paragraph
           end-if
           move numIn to inFromQty
           display "Price at that quantity (e.g. 1199 for 11.99): "
                   with no advancing
           call "getNumeric" using numIn numCancel
           if numCancel = "Y" or numIn = 0
               display "Nothing changed"
               exit paragraph
           end-if
           compute inTierPrice = numIn / 100
           if inTierPrice >= vc-price
               display "Note: not below the contract price"
           end-if
           perform setBreakKey
           move inTierPrice to dispPrice
           move dispPrice to chgNew
           move "ct-price" to chgField
           read ContractTiers key is ctKey
               invalid key
                   move inTierPrice to ct-price
                   write ContractTierRec
                   move spaces to chgOld
               not invalid key
                   move ct-price to dispPrice
                   move dispPrice to chgOld
                   move inTierPrice to ct-price
                   rewrite ContractTierRec
           end-read
           perform logBreakChange.

       removeBreak.
           display "From quantity of the break: " with no advancing
           call "getNumeric" using numIn numCancel
           if numCancel = "Y" or numIn > 99999
               exit paragraph
           end-if
           move numIn to inFromQty
           perform setBreakKey
           read ContractTiers key is ctKey
               invalid key
                   display "No break from " inFromQty
                   exit paragraph
           end-read
           move ct-price to dispPrice
           move dispPrice to chgOld
           move spaces to chgNew
           move "ct-price" to chgField
           delete ContractTiers record
           perform logBreakChange.

       setBreakKey.
           move inVendor to ct-vendorCode
           move inItemID to ct-itemID
           move inEffFrom to ct-effFrom
           move inFromQty to ct-fromQty.

       logBreakChange.
           move spaces to chgFile
           move "ContractTiers.dat" to chgFile
           move spaces to chgKey
           string ct-vendorCode "/" ct-itemID "/" ct-effFrom "/"
                  ct-fromQty delimited by size into chgKey
           end-string
           call "logMasterChange" using chgFile chgKey chgField
               chgOld chgNew maintOperator
           move "VendorContracts.dat" to chgFile.

       listRebates.
           open input RebateAgreements
           if RbStat not = "00"
               display "No rebate agreements on file"
               exit paragraph
           end-if
           display "Vendor (blank for all): " with no advancing
           accept inVendor
           display "Vendor  | Item  | Year from | to       | Basis | "
                   "Tiers (threshold @ rebate %)"
           perform until eof = "y"
               read RebateAgreements next record
                   at end
                       move "y" to eof
                   not at end
                       if inVendor = spaces
                          or inVendor = rb-vendorCode
                           display rb-vendorCode "| " rb-itemID " | "
                                   rb-yearStart " | " rb-yearEnd " | "
                                   rb-basis
                           perform showRebateTiers
                           add 1 to listedCount
                       end-if
               end-read
           end-perform
           close RebateAgreements
           display "Rebate agreements on file: " listedCount.

       showRebateTiers.
           perform varying tierI from 1 by 1 until tierI > 4
               if rb-threshold(tierI) not = 0
                   perform formatRebateTier
                   display "          " function trim(tierText)
               end-if
           end-perform.

       formatRebateTier.
           move rb-pct(tierI) to dispPct
           move spaces to tierText
           if rb-basis = "Q"
               move rb-threshold(tierI) to dispUnits
               string function trim(dispUnits) " units @ " dispPct "%"
                   delimited by size into tierText
               end-string
           else
               move rb-threshold(tierI) to dispThreshold
               string function trim(dispThreshold) " @ " dispPct "%"
                   delimited by size into tierText
               end-string
           end-if.

       *> One agreement per vendor (or vendor and item) per contract
       *> year; keying it again replaces its tiers.
       maintainRebate.
           display "Vendor code: " with no advancing
           accept inVendor
           if inVendor = spaces
               exit paragraph
           end-if
           display "Item ID (0 = everything from the vendor): "
                   with no advancing
           call "getNumeric" using numIn numCancel
           if numCancel = "Y"
               exit paragraph
           end-if
           move numIn to inItemID
           display "Contract year starts (YYYYMMDD): " with no advancing
           call "getValidDate" using inYearStart numCancel noZeroDate
           if numCancel = "Y"
               exit paragraph
           end-if

           open i-o RebateAgreements
           if RbStat = "35"
               open output RebateAgreements
               close RebateAgreements
               open i-o RebateAgreements
           end-if
           call "openFileCheck" using RbStat

           move inVendor to rb-vendorCode
           move inItemID to rb-itemID
           move inYearStart to rb-yearStart
           read RebateAgreements key is rbKey
               invalid key
                   move "N" to rebateExists
                   initialize rb-tierList
                   move 0 to rb-yearEnd
                   move space to rb-basis
               not invalid key
                   move "Y" to rebateExists
                   display "Now: to " rb-yearEnd " basis " rb-basis
                   perform showRebateTiers
           end-read

           display "Contract year ends (YYYYMMDD): " with no advancing
           call "getValidDate" using inYearEnd numCancel noZeroDate
           if numCancel = "Y" or inYearEnd < inYearStart
               display "Year end must be on or after its start; "
                       "nothing changed"
               close RebateAgreements
               exit paragraph
           end-if
           display "Basis [S]pend or [Q]uantity: " with no advancing
           accept inBasis
           inspect inBasis converting "sq" to "SQ"
           if inBasis not = "S" and inBasis not = "Q"
               display "S or Q only; nothing changed"
               close RebateAgreements
               exit paragraph
           end-if

           perform acceptRebateTiers
           if tiersOk not = "Y"
               close RebateAgreements
               exit paragraph
           end-if

           move spaces to chgKey
           string rb-vendorCode "/" rb-itemID "/" rb-yearStart
               delimited by size into chgKey
           end-string
           move "RebateAgreements.dat" to chgFile
           if rb-yearEnd not = inYearEnd
               move "rb-yearEnd" to chgField
               move rb-yearEnd to chgOld
               move inYearEnd to chgNew
               call "logMasterChange" using chgFile chgKey chgField
                   chgOld chgNew maintOperator
           end-if
           move rb-basis to oldBasis
           if rb-basis not = inBasis
               move "rb-basis" to chgField
               move rb-basis to chgOld
               move inBasis to chgNew
               call "logMasterChange" using chgFile chgKey chgField
                   chgOld chgNew maintOperator
           end-if
           perform varying tierI from 1 by 1 until tierI > 4
               if rb-threshold(tierI) not = newThreshold(tierI)
                  or rb-pct(tierI) not = newPct(tierI)
                   move "rb-tier" to chgField
                   move tierI to chgField(8:1)
                   move spaces to chgOld chgNew
                   move oldBasis to rb-basis
                   if rb-threshold(tierI) not = 0
                       perform formatRebateTier
                       move tierText to chgOld
                   end-if
                   move inBasis to rb-basis
                   move newThreshold(tierI) to rb-threshold(tierI)
                   move newPct(tierI) to rb-pct(tierI)
                   if rb-threshold(tierI) not = 0
                       perform formatRebateTier
                       move tierText to chgNew
                   end-if
                   call "logMasterChange" using chgFile chgKey
                       chgField chgOld chgNew maintOperator
               end-if
           end-perform
           move "VendorContracts.dat" to chgFile

           move inVendor to rb-vendorCode
           move inItemID to rb-itemID
           move inYearStart to rb-yearStart
           move inBasis to rb-basis
           move inYearEnd to rb-yearEnd
           move maintOperator to rb-changedBy
           move function current-date(1:8) to rb-changedDate
           if rebateExists = "Y"
               rewrite RebateAgreementRec
               display "Rebate agreement changed"
           else
               write RebateAgreementRec
               display "Rebate agreement added"
           end-if
           close RebateAgreements.

       *> Thresholds in cents of spend, or in units, each above the
       *> last; the percentage in hundredths (250 = 2.50%).
       acceptRebateTiers.
           move "N" to tiersOk
           initialize newTierList
           move "Y" to moreTiers
           perform varying tierI from 1 by 1
                   until tierI > 4 or moreTiers = "N"
               if inBasis = "Q"
                   display "Tier " tierI " threshold, units "
                           "(0 = no more tiers): " with no advancing
               else
                   display "Tier " tierI " threshold, cents of spend "
                           "(0 = no more tiers): " with no advancing
               end-if
               call "getNumeric" using numIn numCancel
               if numCancel = "Y" or numIn = 0
                   move "N" to moreTiers
               else
                   if inBasis = "Q"
                       move numIn to newThreshold(tierI)
                   else
                       compute newThreshold(tierI) = numIn / 100
                   end-if
                   if tierI > 1
                      and newThreshold(tierI)
                          <= newThreshold(tierI - 1)
                       display "Each threshold must be above the "
                               "last; nothing changed"
                       exit paragraph
                   end-if
                   display "Tier " tierI " rebate, hundredths of a "
                           "percent (250 = 2.50%): " with no advancing
                   call "getNumeric" using numIn numCancel
                   if numCancel = "Y" or numIn = 0 or numIn > 9999
                       display "Rebate must be 0.01% to 99.99%; "
                               "nothing changed"
                       exit paragraph
                   end-if
                   compute newPct(tierI) = numIn / 100
               end-if
           end-perform
           if newThreshold(1) = 0
               display "An agreement needs at least one tier; "
                       "nothing changed"
               exit paragraph
           end-if
           move "Y" to tiersOk.
