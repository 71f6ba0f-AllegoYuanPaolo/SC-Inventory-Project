      $set sourceformat"free"
        IDENTIFICATION DIVISION.
        PROGRAM-ID. vendorMaint.

       environment division.
           input-output section.
             file-control.
                  copy "VendorMaster".

                  copy "MaterialTypes".

        DATA DIVISION.
           file section.
               copy "VendorMaster-rec".

               copy "MaterialTypes-rec".

            WORKING-STORAGE SECTION.
            01 vendStat pic xx.
            01 MtStat pic xx.
            01 eof pic x value "n".

            01 choice pic 9 value 1.
            01 maintOperator pic x(10).
            01 authorized pic x.
            *> Who buys from whom is the buyer's to keep; putting a
            *> vendor on credit hold or blocking them is accounts
            *> payable's call. ADMIN qualifies for both via authCheck.
            01 BuyerRole pic x(10) value "BUYER".
            01 FinanceRole pic x(10) value "FINANCE".

            01 inMatType pic x(10).
            01 inVendor pic x(8).
            01 inText pic x(25).
            01 inContact pic x(40).
            01 inStatus pic x.
            01 inReason pic x(30).
            01 inCurrency pic x(3).
            01 dispCurrency pic x(4).
            01 recExists pic x.
            01 todayDate pic 9(8).
            01 listedCount pic 9(3) value 0.
            01 changedCount pic 9(3) value 0.
            01 dispStatus pic x(8).
            01 dispPct pic Z9.99.

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
           move 0 to changedCount

           display "=== Vendor Master Maintenance ==="
           display "  [1] List vendors (by material type)"
           display "  [2] Add or change a vendor row (buyer)"
           display "  [3] Hold / block / inactivate / reactivate a "
                   "vendor (AP)"
           display "> " with no advancing
           accept choice

           if sessionOperator is omitted
               display "Operator ID: " with no advancing
               accept maintOperator
           else
               move sessionOperator to maintOperator
           end-if
           move function current-date(1:8) to todayDate

           open i-o VendorMaster
               if vendStat = "35"
                   open output VendorMaster
                   close VendorMaster
                   open i-o VendorMaster
               end-if
               call "openFileCheck" using vendStat

               evaluate choice
                   when 2
                       perform addOrChangeVendor
                   when 3
                       perform changeVendorStatus
                   when other
                       perform listVendors
               end-evaluate

           close VendorMaster

       exit program.

       listVendors.
           display "MatType   | Vendor  | Name                     |"
                   " Phone          | QA | Net | Disc        | Status"
                   "   Cur"
           perform until eof = "y"
               read VendorMaster next record
                   at end
                       move "y" to eof
                   not at end
                       perform describeStatus
                       move v-discPct to dispPct
                       display v-materialType "| " vendorCode "| "
                               vendorName "| " vendorPhone " | "
                               v-inspectFlag "  | " v-netDays " | "
                               dispPct "% " v-discDays "d | "
                               dispStatus " " v-currency " "
                               function trim(v-statusReason)
                       add 1 to listedCount
               end-read
           end-perform
           display "Vendor rows on file: " listedCount.

       describeStatus.
           evaluate v-status
               when "H"
                   move "ON HOLD" to dispStatus
               when "B"
                   move "BLOCKED" to dispStatus
               when "I"
                   move "INACTIVE" to dispStatus
               when other
                   move "ACTIVE" to dispStatus
           end-evaluate.

       *> One row per material type, the shape loadVendorMaster.cbl
       *> builds; a blank reply keeps the field as it stands.
       addOrChangeVendor.
           call "authCheck" using maintOperator authorized BuyerRole
           if authorized not = "Y"
               display "Not authorized to maintain vendors"
               exit paragraph
           end-if

           display "Material type: " with no advancing
           accept inMatType
           if inMatType = spaces
               exit paragraph
           end-if
           perform checkMaterialType

           move inMatType to v-materialType
           read VendorMaster key is v-materialType
               invalid key
                   move "N" to recExists
                   move spaces to vendorCode vendorName vendorPhone
                   move "N" to v-inspectFlag
                   move 0 to v-netDays v-discDays v-discPct
                   move "A" to v-status
                   move spaces to v-statusReason
                   move maintOperator to v-statusBy
                   move todayDate to v-statusDate
                   move spaces to v-currency
                   move spaces to v-email
                   move "N" to v-vmiFlag
               not invalid key
                   move "Y" to recExists
           end-read

           display "Vendor code [" vendorCode "]: " with no advancing
           accept inVendor
           if inVendor not = spaces
               move inVendor to vendorCode
           end-if
           if vendorCode = spaces
               display "Vendor code required; nothing saved"
               exit paragraph
           end-if
           display "Vendor name [" function trim(vendorName) "]: "
                   with no advancing
           accept inText
           if inText not = spaces
               move inText to vendorName
           end-if
           display "Phone [" function trim(vendorPhone) "]: "
                   with no advancing
           move spaces to inText
           accept inText
           if inText not = spaces
               move inText to vendorPhone
           end-if
           display "E-mail for PO notices (* = none) ["
                   function trim(v-email) "]: " with no advancing
           move spaces to inContact
           accept inContact
           if inContact = "*"
               move spaces to v-email
           else
               if inContact not = spaces
                   move inContact to v-email
               end-if
           end-if
           display "QA-inspect receipts? Y/N [" v-inspectFlag "]: "
                   with no advancing
           move spaces to inText
           accept inText
           if inText(1:1) = "y" or inText(1:1) = "Y"
               move "Y" to v-inspectFlag
           end-if
           if inText(1:1) = "n" or inText(1:1) = "N"
               move "N" to v-inspectFlag
           end-if
           if v-vmiFlag not = "Y"
               move "N" to v-vmiFlag
           end-if
           display "Vendor-managed inventory (daily feed)? Y/N ["
                   v-vmiFlag "]: " with no advancing
           move spaces to inText
           accept inText
           if inText(1:1) = "y" or inText(1:1) = "Y"
               move "Y" to v-vmiFlag
           end-if
           if inText(1:1) = "n" or inText(1:1) = "N"
               move "N" to v-vmiFlag
           end-if

           display "Net days [" v-netDays "] (blank keeps): "
                   with no advancing
           move spaces to inText
           accept inText
           if inText not = spaces
              and function trim(inText) is numeric
               compute v-netDays = function numval(inText)
           end-if
           display "Early-pay discount % x100 (200 = 2.00%) ["
                   v-discPct "] (blank keeps): " with no advancing
           move spaces to inText
           accept inText
           if inText not = spaces
              and function trim(inText) is numeric
               compute v-discPct = function numval(inText) / 100
           end-if
           if v-discPct > 0
               display "Discount days [" v-discDays "] (blank "
                       "keeps): " with no advancing
               move spaces to inText
               accept inText
               if inText not = spaces
                  and function trim(inText) is numeric
                   compute v-discDays = function numval(inText)
               end-if
           else
               move 0 to v-discDays
           end-if

           *> Prices on the vendor's contracts and POs are in this
           *> currency; * puts the vendor back on home currency.
           move v-currency to dispCurrency
           if v-currency = spaces
               move "home" to dispCurrency
           end-if
           display "Billing currency, ISO code (* = home) ["
                   function trim(dispCurrency) "]: " with no advancing
           move spaces to inText
           accept inText
           move inText(1:3) to inCurrency
           inspect inCurrency converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           if inCurrency = "*"
               move spaces to v-currency
           else
               if inCurrency not = spaces
                   move inCurrency to v-currency
               end-if
           end-if

           *> A new material-type row for a vendor already held or
           *> blocked inherits that standing, so the status stays
           *> the same on every row of the vendor.
           if recExists = "N"
               perform inheritVendorStatus
           end-if

           move inMatType to v-materialType
           if recExists = "Y"
               rewrite VendorMasterRec
               display "Vendor row updated"
           else
               write VendorMasterRec
                   invalid key
                       display "Could not add " inMatType
                   not invalid key
                       display "Vendor row added"
               end-write
           end-if.

       checkMaterialType.
           open input MaterialTypes
           if MtStat = "00"
               move inMatType to mt-code
               read MaterialTypes key is mt-code
                   invalid key
                       display "(note: " function trim(inMatType)
                               " is not on the material-type master)"
               end-read
               close MaterialTypes
           end-if.

       inheritVendorStatus.
           call "checkVendor" using vendorCode inStatus inReason
               inCurrency
           if inCurrency not = spaces and v-currency = spaces
               move inCurrency to v-currency
               display "Vendor bills in " inCurrency
                       "; the new row carries the same currency"
           end-if
           if inStatus not = "A"
               move inStatus to v-status
               move inReason to v-statusReason
               display "Vendor is already " inStatus
                       "; the new row carries the same status"
           end-if.

       *> Status is the vendor's, not the row's: every material-type
       *> row carrying the code is stamped alike, found through the
       *> vendorCode alternate key.
       changeVendorStatus.
           call "authCheck" using maintOperator authorized
                   FinanceRole
           if authorized not = "Y"
               display "Not authorized to change a vendor's status"
               exit paragraph
           end-if

           display "Vendor code: " with no advancing
           accept inVendor
           if inVendor = spaces
               exit paragraph
           end-if
           display "New status - [A]ctive / [H]old (no new POs) / "
                   "[B]locked (no POs or receipts) / [I]nactive: "
                   with no advancing
           accept inStatus
           evaluate inStatus
               when "a"
                   move "A" to inStatus
               when "h"
                   move "H" to inStatus
               when "b"
                   move "B" to inStatus
               when "i"
                   move "I" to inStatus
           end-evaluate
           if inStatus not = "A" and inStatus not = "H"
              and inStatus not = "B" and inStatus not = "I"
               display "Status not changed"
               exit paragraph
           end-if
           move spaces to inReason
           if inStatus not = "A"
               display "Reason (shown to buyers and receiving): "
                       with no advancing
               accept inReason
           end-if

           move inVendor to vendorCode
           start VendorMaster key is equal to vendorCode
               invalid key
                   display "No vendor " inVendor " on the master"
                   exit paragraph
           end-start
           perform until eof = "y"
               read VendorMaster next record
                   at end
                       move "y" to eof
                   not at end
                       if vendorCode not = inVendor
                           move "y" to eof
                       else
                           move inStatus to v-status
                           move inReason to v-statusReason
                           move maintOperator to v-statusBy
                           move todayDate to v-statusDate
                           rewrite VendorMasterRec
                           add 1 to changedCount
                       end-if
               end-read
           end-perform
           perform describeStatus
           display "Vendor " inVendor " now " dispStatus " on "
                   changedCount " material-type row(s)".
