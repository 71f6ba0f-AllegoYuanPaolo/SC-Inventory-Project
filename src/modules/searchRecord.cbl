                 copy "Inventory.cpy".

                 copy "SiteStock".

                 copy "PartXref".
        DATA DIVISION.
           file section.
               copy "Inventory-rec.cpy".

               copy "SiteStock-rec".

               copy "PartXref-rec".
            WORKING-STORAGE SECTION.
            01 InvStat pic xx.

            01 siteEof pic x.
            01 siteRows pic 9(2).

            *> Part-number search: anything off a vendor's paperwork,
            *> resolved the way receiving resolves it.
            01 PxStat pic xx.
            01 xrefEof pic x.
            01 partCode pic x(25).
            01 partVendor pic x(8).
            01 partSource pic x(10) value spaces.
            01 partReference pic x(20) value spaces.
            01 partItemID pic 9(5).
            01 partFound pic x.

            *> Keyword / attribute search (keywordSearch.cbl).
            01 keywordCriteria pic x(80).
            01 keywordShowMax pic 9(2) value 50.
            01 keywordMatches pic 9(4).

        PROCEDURE DIVISION.

       display "Search mode:"
       display "  [1] By item name (exact or partial)"
       display "  [2] Stock under a threshold"
       display "  [3] Currently flagged for restock"
       display "  [4] By vendor / manufacturer part number or barcode"
       display "  [5] By keywords and attributes (e.g. m6 bolt grade=a2)"
       display "> " with no advancing
       accept searchMode

           accept stockThreshold
       end-if

       *> The keyword search reads the files itself, so it runs
       *> before this program holds Inventory open.
       if searchMode = 5
           display "Keywords / NAME=value: " with no advancing
           accept keywordCriteria
           call "keywordSearch" using keywordCriteria keywordShowMax
               keywordMatches
           exit program
       end-if

       open i-o Inventory
         call "openFileCheck" using InvStat

               perform searchByStockRange
           when 3
               perform searchByRestockStatus
           when 4
               perform searchByPartNo
           when other
               perform searchByName
       end-evaluate
       *> paged browse, which walks the indexed file from the typed
       *> name with no table limit at all.
       if searchMode not = 2 and searchMode not = 3
          and searchMode not = 4
           display "Page through the file from here? [y/n]: "
                   with no advancing
           accept browseChoice
                   perform showSiteBreakdown
          end-read.

       searchByPartNo.
           display "Part number / barcode: " no advancing
           accept partCode
           display "Vendor code (blank = any): " no advancing
           accept partVendor
           call "resolvePartNo" using partCode partVendor partSource
               partReference partItemID partFound
           evaluate partFound
               when "A"
                   display "That number means more than one item:"
                   perform listXrefForPart
                   exit paragraph
               when "N"
                   display "No item known by " function trim(partCode)
                   exit paragraph
           end-evaluate

           move partItemID to itemID
           read Inventory key is itemID
               invalid key
                   display "Part resolves to itemID " partItemID
                           ", which is no longer on file"
                   exit paragraph
           end-read
           display "Found: " itemName
           display itemID " | " itemName " | " itemStock
                   " " stockUnit
           perform showSiteBreakdown
           perform listXrefForItem.

       *> Every number the item is known by, so the clerk can see
       *> which vendor's label it was.
       listXrefForItem.
           open input PartXref
           if PxStat not = "00"
               exit paragraph
           end-if
           move "n" to xrefEof
           move itemID to px-itemID
           start PartXref key is equal to px-itemID
               invalid key move "y" to xrefEof
           end-start
           perform until xrefEof = "y"
               read PartXref next record
                   at end
                       move "y" to xrefEof
                   not at end
                       if px-itemID not = itemID
                           move "y" to xrefEof
                       else
                           display "    " px-type " " px-partNo " "
                                   px-vendorCode " "
                                   px-manufacturer
                       end-if
               end-read
           end-perform
           close PartXref.

       listXrefForPart.
           open input PartXref
           if PxStat not = "00"
               exit paragraph
           end-if
           move "n" to xrefEof
           move partCode to px-partNo
           inspect px-partNo converting "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           move low-values to px-vendorCode
           move px-partNo to partCode
           start PartXref key is not less than pxKey
               invalid key move "y" to xrefEof
           end-start
           perform until xrefEof = "y"
               read PartXref next record
                   at end
                       move "y" to xrefEof
                   not at end
                       if px-partNo not = partCode
                           move "y" to xrefEof
                       else
                           display "    vendor " px-vendorCode
                                   " -> itemID " px-itemID
                       end-if
               end-read
           end-perform
           close PartXref.

       *> Which building that number is in: the per-site overlay rows
       *> for this item, when the satellite storeroom is in use.
       showSiteBreakdown.
