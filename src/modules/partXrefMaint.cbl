      $set sourceformat"free"
        IDENTIFICATION DIVISION.
        PROGRAM-ID. partXrefMaint.

       environment division.
           input-output section.
             file-control.
                  copy "PartXref".

                  copy "PartXrefExcept".

                  copy "Inventory.cpy".

                  copy "ItemVendors".

        DATA DIVISION.
           file section.
               copy "PartXref-rec".

               copy "PartXrefExcept-rec".

               copy "Inventory-rec.cpy".

               copy "ItemVendors-rec".

            WORKING-STORAGE SECTION.
            01 PxStat pic xx.
            01 PeStat pic xx.
            01 InvStat pic xx.
            01 IvStat pic xx.
            01 eof pic x value "n".

            01 choice pic 9 value 1.
            01 maintOperator pic x(10).
            01 authorized pic x.
            *> The cross-reference is kept by the buyers, same role
            *> itemVendorMaint.cbl gates the vendor item numbers on.
            01 BuyerRole pic x(10) value "BUYER".

            01 inPartNo pic x(25).
            01 inVendor pic x(8).
            01 inType pic x.
            01 inMaker pic x(20).
            01 inItemID pic 9(5).
            01 itemOk pic x.
            01 inItemName pic x(25).
            01 decision pic x.
            01 todayDate pic 9(8).
            01 listedCount pic 9(4) value 0.
            01 loadedCount pic 9(4) value 0.
            01 skippedCount pic 9(4) value 0.

            *> Before/after pair for the master-file change log.
            01 chgFile pic x(24) value "PartXref.dat".
            01 chgKey pic x(40).
            01 chgField pic x(20) value "px-itemID".
            01 chgOld pic x(40).
            01 chgNew pic x(40).

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
           move 0 to listedCount
           move 0 to loadedCount
           move 0 to skippedCount

           display "=== Part Number Cross-Reference ==="
           display "  [1] Numbers an item is known by"
           display "  [2] Add a vendor / manufacturer part or barcode"
           display "  [3] Remove a cross-reference"
           display "  [4] Unresolved part numbers (exception list)"
           display "  [5] Resolve an exception"
           display "  [6] Load vendor item numbers from item sourcing"
           display "> " with no advancing
           accept choice

           if sessionOperator is omitted
               if choice = 2 or choice = 3 or choice = 5 or choice = 6
                   display "Operator ID: " with no advancing
                   accept maintOperator
               end-if
           else
               move sessionOperator to maintOperator
           end-if
           move function current-date(1:8) to todayDate

           if choice = 2 or choice = 3 or choice = 5 or choice = 6
               call "authCheck" using maintOperator authorized
                   BuyerRole
               if authorized not = "Y"
                   display "Not authorized to change the cross-reference"
                   exit program
               end-if
           end-if

           open i-o PartXref
               if PxStat = "35"
                   open output PartXref
                   close PartXref
                   open i-o PartXref
               end-if
               call "openFileCheck" using PxStat

               evaluate choice
                   when 2
                       perform addXref
                   when 3
                       perform removeXref
                   when 4
                       perform listExceptions
                   when 5
                       perform resolveException
                   when 6
                       perform loadVendorItemNos
                   when other
                       perform listForItem
               end-evaluate

           close PartXref

       exit program.

       listForItem.
           display "ItemID: " with no advancing
           call "getNumeric" using numIn numCancel
           if numCancel = "Y" or numIn = 0
               exit paragraph
           end-if
           move numIn to inItemID
           perform checkItem
           if itemOk = "Y"
               display inItemID " " inItemName
           end-if
           display "T | Part number               | Vendor   "
                   "| Manufacturer"
           move inItemID to px-itemID
           start PartXref key is equal to px-itemID
               invalid key move "y" to eof
           end-start
           perform until eof = "y"
               read PartXref next record
                   at end
                       move "y" to eof
                   not at end
                       if px-itemID not = inItemID
                           move "y" to eof
                       else
                           display px-type " | " px-partNo " | "
                                   px-vendorCode " | " px-manufacturer
                           add 1 to listedCount
                       end-if
               end-read
           end-perform
           display "Cross-references: " listedCount.

       addXref.
           perform acceptPartKey
           if inPartNo = spaces
               exit paragraph
           end-if
           display "Type V = vendor item number, M = manufacturer "
                   "part, B = barcode: " with no advancing
           accept inType
           inspect inType converting "vmb" to "VMB"
           if inType not = "V" and inType not = "M" and inType not = "B"
               display "Type must be V, M or B; nothing added"
               exit paragraph
           end-if
           if inType = "V" and inVendor = spaces
               display "A vendor item number needs its vendor; "
                       "nothing added"
               exit paragraph
           end-if
           move spaces to inMaker
           if inType = "M"
               display "Manufacturer: " with no advancing
               accept inMaker
           end-if
           display "Our itemID: " with no advancing
           call "getNumeric" using numIn numCancel
           if numCancel = "Y" or numIn = 0
               exit paragraph
           end-if
           move numIn to inItemID
           perform checkItem
           if itemOk not = "Y"
               display "No item " inItemID " on file; nothing added"
               exit paragraph
           end-if
           perform writeXref.

       *> Shared by add and resolve: a number already on file for
       *> the same vendor keeps its item - remove it first, so a
       *> re-map is always a deliberate two-step.
       writeXref.
           move inPartNo to px-partNo
           move inVendor to px-vendorCode
           move inItemID to px-itemID
           move inType to px-type
           move inMaker to px-manufacturer
           move maintOperator to px-addedBy
           move todayDate to px-addedDate
           write PartXrefRec
               invalid key
                   display function trim(inPartNo)
                           " is already cross-referenced for vendor "
                           inVendor "; remove it first to re-map"
                   move "N" to itemOk
               not invalid key
                   move spaces to chgOld
                   move inItemID to chgNew
                   perform logXref
                   display function trim(inPartNo) " -> itemID "
                           inItemID " " function trim(inItemName)
           end-write.

       removeXref.
           perform acceptPartKey
           if inPartNo = spaces
               exit paragraph
           end-if
           move inPartNo to px-partNo
           move inVendor to px-vendorCode
           read PartXref key is pxKey
               invalid key
                   display "No cross-reference for "
                           function trim(inPartNo) " / " inVendor
                   exit paragraph
           end-read
           move px-itemID to chgOld
           move spaces to chgNew
           delete PartXref record
           perform logXref
           display function trim(inPartNo) " removed".

       *> Numbers are held upper case so a hand-keyed "ab-12" and
       *> a scanned "AB-12" are one number.
       acceptPartKey.
           display "Part number / barcode: " with no advancing
           accept inPartNo
           inspect inPartNo converting "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           display "Vendor code (blank = any vendor): "
                   with no advancing
           accept inVendor.

       checkItem.
           move "N" to itemOk
           move spaces to inItemName
           open input Inventory
           if InvStat not = "00"
               exit paragraph
           end-if
           move inItemID to itemID
           read Inventory key is itemID
               invalid key
                   continue
               not invalid key
                   move "Y" to itemOk
                   move itemName to inItemName
           end-read
           close Inventory.

       logXref.
           move spaces to chgKey
           string px-partNo "/" px-vendorCode delimited by size
               into chgKey
           end-string
           call "logMasterChange" using chgFile chgKey chgField
               chgOld chgNew maintOperator.

       *> The worklist of numbers receiving, ASN import and invoice
       *> entry could not place, with how often each came back.
       listExceptions.
           open input PartXrefExcept
           if PeStat not = "00"
               display "No unresolved part numbers"
               exit paragraph
           end-if
           display "Part number               | Vendor   | Seen | "
                   "Last     | Source     | Reference"
           perform until eof = "y"
               read PartXrefExcept next record
                   at end
                       move "y" to eof
                   not at end
                       if pe-status = "OPEN"
                           display pe-partNo " | " pe-vendorCode " | "
                                   pe-seenCount " | " pe-lastSeen " | "
                                   pe-source " | " pe-reference
                           add 1 to listedCount
                       end-if
               end-read
           end-perform
           close PartXrefExcept
           display "Unresolved part numbers: " listedCount.

       resolveException.
           perform acceptPartKey
           if inPartNo = spaces
               exit paragraph
           end-if
           open i-o PartXrefExcept
           if PeStat not = "00"
               display "No unresolved part numbers"
               exit paragraph
           end-if
           move inPartNo to pe-partNo
           move inVendor to pe-vendorCode
           read PartXrefExcept key is peKey
               invalid key
                   display "No exception for " function trim(inPartNo)
                           " / " inVendor
                   close PartXrefExcept
                   exit paragraph
           end-read
           display "Seen " pe-seenCount " time(s), last " pe-lastSeen
                   " on " function trim(pe-source) " "
                   function trim(pe-reference)
           display "[M]ap to an item or [I]gnore (not ours): "
                   with no advancing
           accept decision
           inspect decision converting "mi" to "MI"
           evaluate decision
               when "M"
                   display "Our itemID: " with no advancing
                   call "getNumeric" using numIn numCancel
                   if numCancel = "Y" or numIn = 0
                       close PartXrefExcept
                       exit paragraph
                   end-if
                   move numIn to inItemID
                   perform checkItem
                   if itemOk not = "Y"
                       display "No item " inItemID " on file"
                       close PartXrefExcept
                       exit paragraph
                   end-if
                   if inVendor = spaces
                       move "M" to inType
                   else
                       move "V" to inType
                   end-if
                   move spaces to inMaker
                   perform writeXref
                   if itemOk = "Y"
                       move "RESOLVED" to pe-status
                       move inItemID to pe-itemID
                       move maintOperator to pe-resolvedBy
                       rewrite PartXrefExceptRec
                   end-if
               when "I"
                   move "IGNORED" to pe-status
                   move maintOperator to pe-resolvedBy
                   rewrite PartXrefExceptRec
                   display function trim(inPartNo) " written off"
               when other
                   display "Nothing changed"
           end-evaluate
           close PartXrefExcept.

       *> One-time seeding from the vendor item numbers kept for PO
       *> printing; a number already cross-referenced is left alone.
       loadVendorItemNos.
           open input ItemVendors
           if IvStat not = "00"
               display "No ItemVendors.dat; nothing to load"
               exit paragraph
           end-if
           perform until eof = "y"
               read ItemVendors next record
                   at end
                       move "y" to eof
                   not at end
                       if iv-vendorItemNo not = spaces
                           perform loadOneVendorItemNo
                       end-if
               end-read
           end-perform
           close ItemVendors
           display "Loaded " loadedCount "; already on file "
                   skippedCount.

       loadOneVendorItemNo.
           move iv-vendorItemNo to px-partNo
           inspect px-partNo converting "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           move iv-vendorCode to px-vendorCode
           move iv-itemID to px-itemID
           move "V" to px-type
           move spaces to px-manufacturer
           move maintOperator to px-addedBy
           move todayDate to px-addedDate
           write PartXrefRec
               invalid key
                   add 1 to skippedCount
               not invalid key
                   add 1 to loadedCount
           end-write.
