            01 numIn pic 9(8).
            01 numCancel pic x.

            *> Before/after pair for the master-file change log.
            01 maintOperator pic x(10).
            01 chgFile pic x(24) value "ItemVendors.dat".
            01 chgKey pic x(40).
            01 chgField pic x(20).
            01 chgOld pic x(40).
            01 chgNew pic x(40).
            01 recIsNew pic x.
            01 saveOk pic x.
            01 oldVendorItemNo pic x(15).
            01 oldMoq pic 9(4).
            01 oldPackMult pic 9(4).
            01 oldLeadDays pic 9(3).

        linkage section.
        *> Menu-driven sessions pass the logged-in operator so
        *> this program stops trusting a re-typed ID; called
        *> standalone it still prompts.
        01 sessionOperator pic x(10).

        PROCEDURE DIVISION using optional sessionOperator.
           *> Reset scan state: this program is CALLed repeatedly from
           *> menuDriver's loop within the same run unit, and these
           *> fields only initialize once via their VALUE clauses.
       *> enrollItem.cbl): an existing vendor/item pair updates in
       *> place, a new one writes.
       addOrChange.
           if sessionOperator is omitted
               display "Operator ID: " with no advancing
               accept maintOperator
           else
               move sessionOperator to maintOperator
           end-if
           display "Item ID: " with no advancing
           call "getNumeric" using numIn numCancel
           if numCancel = "Y"

           move inItemID to iv-itemID
           move inVendor to iv-vendorCode
           move "N" to recIsNew
           read ItemVendors key is ivKey
               invalid key
                   move "Y" to recIsNew
                   move spaces to iv-vendorItemNo
                   move 0 to iv-moq
                   move 0 to iv-packMult
                   display "Existing record; current values shown "
                           "in brackets"
           end-read
           move iv-vendorItemNo to oldVendorItemNo
           move iv-moq to oldMoq
           move iv-packMult to oldPackMult
           move iv-leadDays to oldLeadDays

           display "Vendor item number [" function trim(
                   iv-vendorItemNo) "]: " with no advancing

           move inItemID to iv-itemID
           move inVendor to iv-vendorCode
           move "Y" to saveOk
           if recIsNew = "Y"
               write ItemVendorRec
                   invalid key
                       move "N" to saveOk
                       display "Item " iv-itemID " at " iv-vendorCode
                               " was added meanwhile; nothing saved"
                   not invalid key
                       display "Added sourcing for item " iv-itemID
                               " at " iv-vendorCode
               end-write
           else
               rewrite ItemVendorRec
                   invalid key
                       move "N" to saveOk
                       display "Item " iv-itemID " at " iv-vendorCode
                               " could not be updated; nothing saved"
                   not invalid key
                       display "Updated sourcing for item " iv-itemID
                               " at " iv-vendorCode
               end-rewrite
           end-if
           if saveOk not = "Y"
               exit paragraph
           end-if

           *> Only what actually changed goes on the change log; a
           *> new record is logged against blanks.
           move spaces to chgKey
           string iv-itemID "/" iv-vendorCode delimited by size
               into chgKey
           end-string
           if iv-vendorItemNo not = oldVendorItemNo
               move "iv-vendorItemNo" to chgField
               move oldVendorItemNo to chgOld
               move iv-vendorItemNo to chgNew
               perform logField
           end-if
           if iv-moq not = oldMoq
               move "iv-moq" to chgField
               move oldMoq to chgOld
               move iv-moq to chgNew
               perform logField
           end-if
           if iv-packMult not = oldPackMult
               move "iv-packMult" to chgField
               move oldPackMult to chgOld
               move iv-packMult to chgNew
               perform logField
           end-if
           if iv-leadDays not = oldLeadDays
               move "iv-leadDays" to chgField
               move oldLeadDays to chgOld
               move iv-leadDays to chgNew
               perform logField
           end-if.

       logField.
           if recIsNew = "Y"
               move spaces to chgOld
           end-if
           call "logMasterChange" using chgFile chgKey chgField
               chgOld chgNew maintOperator.
