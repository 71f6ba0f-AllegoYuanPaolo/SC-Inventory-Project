      $set sourceformat"free"
       identification division.
       program-id. raiseOpenCredit.

       environment division.
           input-output section.
               file-control.
                   copy "OpenCredits".

       data division.
           file section.
               copy "OpenCredits-rec".

           working-storage section.
           01 OcStat pic xx.
           01 ocEof pic x.
           01 nextCreditID pic 9(6).

           linkage section.
           *> RTV or OSD, and the document the credit hangs off.
           01 ocSourceType pic x(3).
           01 ocSourceRef pic x(16).
           01 ocVendorCode pic x(8).
           01 ocVendorName pic x(25).
           01 ocItemID pic 9(5).
           01 ocItemName pic x(25).
           01 ocQty pic 9(4).
           01 ocExpected pic 9(9)v99.
           01 ocOperator pic x(10).
           *> Comes back with the credit number for the caller's
           *> document; 0 when the row could not be written.
           01 ocNewID pic 9(6).

       procedure division using ocSourceType ocSourceRef
               ocVendorCode ocVendorName ocItemID ocItemName ocQty
               ocExpected ocOperator ocNewID.

           *> Shared by every program that sends stock or a claim
           *> back to a vendor, so the credit owed is tracked in one
           *> place until a credit memo is matched against it.
           move 0 to ocNewID
           open i-o OpenCredits
           if OcStat = "35"
               open output OpenCredits
               close OpenCredits
               open i-o OpenCredits
           end-if
           call "openFileCheck" using OcStat

           *> Next free credit number: one past the highest on file,
           *> the same walk osdClaims.cbl numbers claims with.
           move 1 to nextCreditID
           move "n" to ocEof
           move 0 to oc-id
           start OpenCredits key is not less than oc-id
               invalid key move "y" to ocEof
           end-start
           perform until ocEof = "y"
               read OpenCredits next record
                   at end
                       move "y" to ocEof
                   not at end
                       compute nextCreditID = oc-id + 1
               end-read
           end-perform

           move nextCreditID to oc-id
           move ocSourceType to oc-sourceType
           move ocSourceRef to oc-sourceRef
           move ocVendorCode to oc-vendorCode
           move ocVendorName to oc-vendorName
           move ocItemID to oc-itemID
           move ocItemName to oc-itemName
           move ocQty to oc-qty
           move ocExpected to oc-expectedCredit
           move 0 to oc-creditedAmount
           move "OPEN" to oc-status
           move function current-date(1:8) to oc-dateRaised
           move 0 to oc-dateClosed
           move ocOperator to oc-operatorID
           move spaces to oc-lastMemo
           write OpenCreditRec
               invalid key
                   display "Open credit not recorded; number "
                           nextCreditID " already on file"
               not invalid key
                   move nextCreditID to ocNewID
           end-write
           close OpenCredits

       exit program.
