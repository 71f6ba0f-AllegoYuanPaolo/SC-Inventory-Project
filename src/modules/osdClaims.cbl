
                  copy "PurchOrders".

                  *> The credit each claim is owed, followed up with
                  *> the RTVs in vendorCredits.cbl.
                  copy "OpenCredits".

                  *> Printed claim document for the vendor, same
                  *> technique as rtvStock.cbl's RTV_ slip.
                  select ClaimDoc

               copy "PurchOrders-rec".

               copy "OpenCredits-rec".

               FD ClaimDoc.
               01 docLine pic x(80).

            01 PoStat pic xx.
            01 DocStat pic xx.
            01 RepStat pic xx.
            01 OcStat pic xx.
            01 ocEof pic x.
            01 eof pic x value "n".

            01 choice pic 9 value 1.
            01 inPOLine pic 9(2).
            01 inQty pic 9(4).
            01 inCode pic x(10).
            01 reasonType pic x(10) value "OSD".
            01 reasonCancelled pic x.
            01 inPhotoRef pic x(10).
            01 inClaimID pic 9(6).
            01 closeStatus pic x(10).
            01 nowTime pic x(8).
            01 nowDate pic x(10).
            01 creditValue pic 9(9)v99.
            *> Foreign-currency PO prices value the claim in home
            *> currency at the claim date's rate.
            01 claimRate pic 9(4)v9(6).
            01 claimRateFound pic x.
            01 dispCredit pic Z,ZZZ,ZZ9.99.
            01 openCount pic 9(4) value 0.
            01 openTotal pic 9(11)v99 value 0.
            01 claimDocName pic x(48).
            01 reportFileName pic x(48).

            *> The open-credit row raised with each claim
            *> (raiseOpenCredit.cbl).
            01 creditSource pic x(3) value "OSD".
            01 creditRef pic x(16).
            01 creditID pic 9(6).

            *> Validated-input work fields (getNumeric).
            01 numIn pic 9(8).
            01 numCancel pic x.
           end-if
           move numIn to inQty

           display "Discrepancy code:"
           call "pickReason" using reasonType inCode claimOperator
               reasonCancelled
           if reasonCancelled = "Y"
               display "Claim not raised"
               exit paragraph
           end-if


           perform nextClaimNumber
           move function current-date(1:8) to todayDate
           call "getExchangeRate" using po-currency todayDate
               claimRate claimRateFound
           if claimRateFound not = "Y"
               display "(no " po-currency " exchange rate on file; "
                       "claim valued at the PO price as it stands)"
               move 1 to claimRate
           end-if
           compute creditValue rounded =
               inQty * po-unitPrice * claimRate

           move nextClaimID to osd-id
           move inPONumber to osd-poNumber

           display "Claim #" osd-id " raised ("
                   function trim(inCode) " x " inQty ")"
           move spaces to creditRef
           move osd-id to creditRef(1:6)
           call "raiseOpenCredit" using creditSource creditRef
               osd-vendorCode osd-vendorName osd-itemID osd-itemName
               osd-qty osd-expectedCredit claimOperator creditID
           perform printClaimDocument.

       *> Next free claim number: one past the highest on file, the
               delimited by size into docLine
           write docLine

           move spaces to docLine
           string "Credit ref     : #" creditID
                  " (quote on the credit memo)"
               delimited by size into docLine
           write docLine

           move spaces to docLine
           string "Raised by      : " osd-operatorID
               delimited by size into docLine
           move closeStatus to osd-status
           move function current-date(1:8) to osd-dateClosed
           rewrite OsdClaimRec
           display "Claim #" osd-id " now " osd-status
           perform settleOpenCredit.

       *> Closing the claim here closes its open credit as well, so
       *> the credit aging stops chasing it: credited in full on the
       *> claim clerk's word, or written off.
       settleOpenCredit.
           open i-o OpenCredits
           if OcStat not = "00"
               exit paragraph
           end-if
           move spaces to creditRef
           move osd-id to creditRef(1:6)
           move "n" to ocEof
           perform until ocEof = "y"
               read OpenCredits next record
                   at end
                       move "y" to ocEof
                   not at end
                       if oc-sourceType = creditSource
                          and oc-sourceRef = creditRef
                          and oc-status = "OPEN"
                           if closeStatus = "CREDITED"
                               move "CREDITED" to oc-status
                               move oc-expectedCredit
                                   to oc-creditedAmount
                           else
                               move "WRITTENOFF" to oc-status
                           end-if
                           move osd-dateClosed to oc-dateClosed
                           rewrite OpenCreditRec
                           move "y" to ocEof
                       end-if
               end-read
           end-perform
           close OpenCredits.
