      $set sourceformat"free"
       identification division.
       program-id. resolvePartNo.

       environment division.
           input-output section.
               file-control.
                   copy "PartXref".

                   copy "ItemVendors".

                   copy "PartXrefExcept".

       data division.
           file section.
               copy "PartXref-rec".

               copy "ItemVendors-rec".

               copy "PartXrefExcept-rec".

           working-storage section.
           01 wantPart pic x(25).
           01 ivPart pic x(25).
           01 scanEof pic x.
           01 todayDate pic 9(8).

           local-storage section.
           01 PxStat pic xx.
           01 IvStat pic xx.
           01 PeStat pic xx.

           linkage section.
           *> Whatever the paperwork printed: a vendor item number,
           *> a manufacturer part number or a barcode.
           01 rpPartNo pic x(25).
           *> The vendor the paper came from; spaces when unknown.
           01 rpVendor pic x(8).
           *> RECEIVING, ASN or INVOICE logs a miss on the exception
           *> list; spaces (an inquiry) does not.
           01 rpSource pic x(10).
           *> PO number, invoice number... shown on the exception.
           01 rpReference pic x(20).
           01 rpItemID pic 9(5).
           *> Y = resolved, N = no match, A = the number means more
           *> than one of our items and a person has to choose.
           01 rpFound pic x.

       procedure division using rpPartNo rpVendor rpSource rpReference
               rpItemID rpFound.

           *> One lookup for every screen that takes a number off a
           *> vendor's paperwork: the cross-reference first, this
           *> vendor's row before the any-vendor row, then the vendor
           *> item numbers already kept for PO printing.
           move "N" to rpFound
           move 0 to rpItemID
           move rpPartNo to wantPart
           inspect wantPart converting "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           if wantPart = spaces
               goback
           end-if

           open input PartXref
           if PxStat = "00"
               perform searchXref
               close PartXref
           end-if

           if rpFound = "N"
               open input ItemVendors
               if IvStat = "00"
                   perform searchVendorItemNos
                   close ItemVendors
               end-if
           end-if

           if rpFound not = "Y" and rpSource not = spaces
               perform logException
           end-if

       goback.

       searchXref.
           if rpVendor not = spaces
               move wantPart to px-partNo
               move rpVendor to px-vendorCode
               read PartXref key is pxKey
                   invalid key
                       continue
                   not invalid key
                       move px-itemID to rpItemID
                       move "Y" to rpFound
               end-read
               if rpFound = "Y"
                   exit paragraph
               end-if
           end-if
           move wantPart to px-partNo
           move spaces to px-vendorCode
           read PartXref key is pxKey
               invalid key
                   continue
               not invalid key
                   move px-itemID to rpItemID
                   move "Y" to rpFound
           end-read
           if rpFound = "Y"
               exit paragraph
           end-if

           *> Vendor unknown (or not the one on file): any vendor's
           *> row will do, as long as every row names the same item.
           move wantPart to px-partNo
           move low-values to px-vendorCode
           move "n" to scanEof
           start PartXref key is not less than pxKey
               invalid key move "y" to scanEof
           end-start
           perform until scanEof = "y"
               read PartXref next record
                   at end
                       move "y" to scanEof
                   not at end
                       if px-partNo not = wantPart
                           move "y" to scanEof
                       else
                           perform noteCandidate
                       end-if
               end-read
           end-perform.

       noteCandidate.
           if rpFound = "N"
               move px-itemID to rpItemID
               move "Y" to rpFound
           else
               if px-itemID not = rpItemID
                   move "A" to rpFound
               end-if
           end-if.

       searchVendorItemNos.
           move "n" to scanEof
           perform until scanEof = "y"
               read ItemVendors next record
                   at end
                       move "y" to scanEof
                   not at end
                       move iv-vendorItemNo to ivPart
                       inspect ivPart converting
                           "abcdefghijklmnopqrstuvwxyz"
                           to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                       if ivPart = wantPart
                          and (rpVendor = spaces
                               or iv-vendorCode = rpVendor)
                           move iv-itemID to px-itemID
                           perform noteCandidate
                       end-if
               end-read
           end-perform.

       logException.
           move function current-date(1:8) to todayDate
           open i-o PartXrefExcept
           if PeStat = "35"
               open output PartXrefExcept
               close PartXrefExcept
               open i-o PartXrefExcept
           end-if
           if PeStat not = "00"
               exit paragraph
           end-if
           move wantPart to pe-partNo
           move rpVendor to pe-vendorCode
           read PartXrefExcept key is peKey
               invalid key
                   initialize PartXrefExceptRec
                   move wantPart to pe-partNo
                   move rpVendor to pe-vendorCode
                   move todayDate to pe-firstSeen
                   move rpSource to pe-source
                   move rpReference to pe-reference
                   move todayDate to pe-lastSeen
                   move 1 to pe-seenCount
                   move "OPEN" to pe-status
                   write PartXrefExceptRec
               not invalid key
                   move rpSource to pe-source
                   move rpReference to pe-reference
                   move todayDate to pe-lastSeen
                   if pe-seenCount < 9999
                       add 1 to pe-seenCount
                   end-if
                   *> A mapping since removed puts it back on the list;
                   *> one written off stays written off.
                   if pe-status = "RESOLVED"
                       move "OPEN" to pe-status
                   end-if
                   rewrite PartXrefExceptRec
           end-read
           close PartXrefExcept.
