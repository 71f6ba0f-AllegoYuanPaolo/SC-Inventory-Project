      $set sourceformat"free"
       identification division.
       program-id. checkVendorDocs.

       environment division.
           input-output section.
               file-control.
                   copy "VendorDocs".

       data division.
           file section.
               copy "VendorDocs-rec".

           working-storage section.

           local-storage section.
           01 VdStat pic xx.
           01 docEof pic x.
           01 todayDate pic 9(8).
           01 listPtr pic 9(2).

           linkage section.
           01 askVendor pic x(8).
           *> C = every document on file is current (also returned
           *> when the vendor has none recorded, or there is no
           *> document file), W = a warn-only document has lapsed,
           *> B = a blocking document has lapsed.
           01 docResult pic x.
           *> The lapsed document types, space separated.
           01 lapsedList pic x(40).

       procedure division using askVendor docResult
               optional lapsedList.

           *> Asked before a PO goes out, the way checkVendor answers
           *> for the vendor's standing.
           move "C" to docResult
           if lapsedList is not omitted
               move spaces to lapsedList
           end-if
           move 1 to listPtr
           move function current-date(1:8) to todayDate
           open input VendorDocs
           if VdStat not = "00"
               goback
           end-if

           move "n" to docEof
           move askVendor to vd-vendorCode
           move low-values to vd-docType
           start VendorDocs key is not less than vdKey
               invalid key move "y" to docEof
           end-start
           perform until docEof = "y"
               read VendorDocs next record
                   at end
                       move "y" to docEof
                   not at end
                       if vd-vendorCode not = askVendor
                           move "y" to docEof
                       else
                           if vd-expiryDate not = 0
                              and vd-expiryDate < todayDate
                               perform noteLapsed
                           end-if
                       end-if
               end-read
           end-perform
           close VendorDocs

       goback.

       noteLapsed.
           if vd-blocking = "Y"
               move "B" to docResult
           else
               if docResult = "C"
                   move "W" to docResult
               end-if
           end-if
           if lapsedList is not omitted
              and listPtr < 30
               string function trim(vd-docType) " "
                      delimited by size
                      into lapsedList with pointer listPtr
               end-string
           end-if.
