      $set sourceformat"free"
        IDENTIFICATION DIVISION.
        PROGRAM-ID. vmiImport.

       environment division.
           input-output section.
             file-control.
                  *> Replenishment lines sent back by vendor-managed
                  *> inventory vendors, pipe-delimited:
                  *> vendorCode|item|quantity
                  *> where item is our item number or the vendor's own
                  *> catalog number off ItemVendors.dat.
                  select VmiReplenish
                      assign to "data\VmiReplenish.txt"
                      organization is line sequential
                      file status is VrStat.

                  copy "VendorMaster".

                  copy "ItemVendors".

                  copy "Inventory.cpy".

                  copy "PurchOrders".

                  copy "VendorContracts".

                  *> Lines the import could not turn into a draft,
                  *> same technique as hrFeedImport.cbl's ReportFile.
                  select ReportFile
                      assign to reportFileName
                      organization is line sequential
                      file status is RepStat.

        DATA DIVISION.
           file section.
               FD VmiReplenish.
               01 replenLine pic x(80).

               copy "VendorMaster-rec".

               copy "ItemVendors-rec".

               copy "Inventory-rec.cpy".

               copy "PurchOrders-rec".

               copy "VendorContracts-rec".

               FD ReportFile.
               01 reportLine pic x(132).

            WORKING-STORAGE SECTION.
            01 VrStat pic xx.
            01 vendStat pic xx.
            01 IvStat pic xx.
            01 InvStat pic xx.
            01 PoStat pic xx.
            01 VcStat pic xx.
            01 RepStat pic xx.
            01 eof pic x value "n".
            01 vendEof pic x.
            01 ivEof pic x.

            01 reportFileName pic x(48).
            01 orderDate pic 9(8).
            *> Drafts are signed by the import; the buyer who
            *> approves them in approvePOs.cbl signs the rest.
            01 FeedOperator pic x(10) value "VMIFEED".
            01 BuyerRole pic x(10) value "BUYER".

            *> One replenishment line, split.
            01 vrVendor pic x(8).
            01 vrItem pic x(15).
            01 vrQty pic x(8).
            01 lineNo pic 9(6) value 0.
            01 exceptText pic x(60).
            01 exceptCount pic 9(5) value 0.
            01 lineValid pic x.
            01 vmiVendor pic x.
            01 itemFound pic x.
            01 inQty pic 9(5).
            01 packRemainder pic 9(4).
            01 vendorStatus pic x.
            01 statusReason pic x(30).
            01 lineVendorName pic x(25).

            *> Accepted lines, bounded the same way autoDraftPOs.cbl's
            *> selTable is.
            01 SelMax pic 9(2) value 50.
            01 selCount pic 9(2) value 0.
            01 selTableRecord.
                02 selTable occurs 50 times.
                    03 selItemID pic 9(5).
                    03 selItemName pic x(25).
                    03 selMatType pic x(10).
                    03 selVendorCode pic x(8).
                    03 selVendorName pic x(25).
                    03 selQty pic 9(4).
                    03 selDone pic x.
            01 selI pic 9(2).
            01 selI2 pic 9(2).

            01 newPONumber pic 9(6).
            01 poLineNo pic 9(2).
            01 poWritten pic 9(2) value 0.

            *> Already-on-order check state, as autoDraftPOs.cbl.
            01 onOrderFlag pic x.
            01 poScanEof pic x.

            *> Contract-price lookup state, as autoDraftPOs.cbl.
            01 contractsUsable pic x value "N".
            01 vcEof pic x.
            01 contractPrice pic 9(6)v99.
            01 contractCurrency pic x(3).
            01 currencyStatus pic x.
            01 bestEffFrom pic 9(8).
            *> Quantity breaks under the winning contract
            *> (contractTierPrice.cbl).
            01 tierQty pic 9(5).
            01 breakQty pic 9(5).
            01 nextBreakQty pic 9(5).
            01 nextBreakPrice pic 9(6)v99.

            *> Outbox notice (queueNotification.cbl).
            01 noticeType pic x(1).
            01 noticeTo pic x(32).
            01 noticeMsg pic x(12).
            01 noticeRef pic x(20).
            01 noticeText pic x(80).

            *> Counts handed back to the nightly window
            *> (batchStepStats.cbl).
            01 statAction pic x(1) value "P".
            01 statRead pic 9(7).
            01 statWritten pic 9(7).
            01 statRejected pic 9(7).
            01 statCode pic 9(2).

        PROCEDURE DIVISION.
           *> Reset scan state: this program is CALLed repeatedly
           *> (nightly and on demand) within the same run unit, and
           *> these fields only initialize once via their VALUE
           *> clauses.
           move "n" to eof
           move 0 to lineNo
           move 0 to exceptCount
           move 0 to selCount
           move 0 to poWritten

           display "=== VMI Replenishment Import ==="
           open input VmiReplenish
           if VrStat not = "00"
               display "No VmiReplenish.txt from VMI vendors; nothing "
                       "to import"
               exit program
           end-if
           move function current-date(1:8) to orderDate

           open input VendorMaster
           if vendStat not = "00"
               display "No VendorMaster.dat; VMI import skipped"
               close VmiReplenish
               exit program
           end-if
           open input ItemVendors
           if IvStat not = "00"
               display "No ItemVendors.dat; VMI import skipped"
               close VmiReplenish
               close VendorMaster
               exit program
           end-if
           open input Inventory
           call "openFileCheck" using InvStat
           open i-o PurchOrders
           if PoStat = "35"
               open output PurchOrders
               close PurchOrders
               open i-o PurchOrders
           end-if
           call "openFileCheck" using PoStat

           string "data\VmiReplenishExceptions_" delimited by size
                  orderDate delimited by size
                  ".txt" delimited by size
                  into reportFileName
           end-string
           open output ReportFile
           call "openFileCheck" using RepStat
           move spaces to reportLine
           string "VMI replenishment lines not drafted, " orderDate
               delimited by size into reportLine
           end-string
           write reportLine
           move spaces to reportLine
           string "Line  | Vendor   | Item            | Reason"
               delimited by size into reportLine
           end-string
           write reportLine

           perform until eof = "y"
               read VmiReplenish
                   at end
                       move "y" to eof
                   not at end
                       add 1 to lineNo
                       if replenLine not = spaces
                           perform checkReplenLine
                       end-if
               end-read
           end-perform

           if selCount not = 0
               perform writeDraftPOs
           end-if

           move spaces to reportLine
           write reportLine
           move spaces to reportLine
           string "Lines read " lineNo "  drafted " selCount
                  "  draft POs " poWritten
                  "  exceptions " exceptCount
               delimited by size into reportLine
           end-string
           write reportLine

           close VmiReplenish
           close VendorMaster
           close ItemVendors
           close Inventory
           close PurchOrders
           close ReportFile

           display "Lines read: " lineNo
           display "Lines drafted: " selCount
                   "  draft PO(s) queued for the buyer: " poWritten
           display "Exceptions: " exceptCount
           display "Report written to " reportFileName
           call "registerSpool" using "VMIREPLEN   "
               reportFileName

           move lineNo to statRead
           move selCount to statWritten
           move exceptCount to statRejected
           move 0 to statCode
           if exceptCount > 0
               move 4 to statCode
           end-if
           call "batchStepStats" using statAction statRead statWritten
               statRejected statCode

       exit program.

       checkReplenLine.
           move spaces to vrVendor vrItem vrQty
           unstring replenLine delimited by "|"
               into vrVendor, vrItem, vrQty
           end-unstring
           move "Y" to lineValid
           perform checkVmiVendor
           if lineValid = "Y"
               perform resolveItem
           end-if
           if lineValid = "Y"
               perform checkQuantity
           end-if
           if lineValid = "Y"
               perform checkAlreadyOnOrder
               if onOrderFlag = "Y"
                   move "Item already on order or in the draft queue"
                       to exceptText
                   perform writeException
               end-if
           end-if
           if lineValid = "Y" and selCount >= SelMax
               move "Too many lines in one run; resend tomorrow"
                   to exceptText
               perform writeException
           end-if
           if lineValid not = "Y"
               exit paragraph
           end-if

           add 1 to selCount
           move itemID to selItemID(selCount)
           move itemName to selItemName(selCount)
           move materialType to selMatType(selCount)
           move vrVendor to selVendorCode(selCount)
           move lineVendorName to selVendorName(selCount)
           move inQty to selQty(selCount)
           move "N" to selDone(selCount).

       *> Only a vendor flagged for vendor-managed inventory may raise
       *> its own drafts, and not while held, blocked or inactive.
       checkVmiVendor.
           move "N" to vmiVendor
           move spaces to lineVendorName
           move "n" to vendEof
           move vrVendor to vendorCode
           start VendorMaster key is equal to vendorCode
               invalid key
                   move "y" to vendEof
           end-start
           perform until vendEof = "y"
               read VendorMaster next record
                   at end
                       move "y" to vendEof
                   not at end
                       if vendorCode not = vrVendor
                           move "y" to vendEof
                       else
                           move vendorName to lineVendorName
                           if v-vmiFlag = "Y"
                               move "Y" to vmiVendor
                           end-if
                       end-if
               end-read
           end-perform
           if lineVendorName = spaces
               move "Vendor not on the vendor master" to exceptText
               perform writeException
               exit paragraph
           end-if
           if vmiVendor not = "Y"
               move "Vendor is not set up for vendor-managed inventory"
                   to exceptText
               perform writeException
               exit paragraph
           end-if
           call "checkVendor" using vrVendor vendorStatus statusReason
           if vendorStatus not = "A"
               move spaces to exceptText
               string "Vendor status " vendorStatus ": " statusReason
                   delimited by size into exceptText
               end-string
               perform writeException
           end-if.

       *> Our item number first; failing that, the vendor's catalog
       *> number among their ItemVendors.dat rows.
       resolveItem.
           move "N" to itemFound
           if function trim(vrItem) is numeric
              and function length(function trim(vrItem)) <= 5
               compute iv-itemID = function numval(vrItem)
               move vrVendor to iv-vendorCode
               read ItemVendors key is ivKey
                   invalid key
                       continue
                   not invalid key
                       move "Y" to itemFound
               end-read
           end-if
           if itemFound not = "Y"
               move "n" to ivEof
               move low-values to ivKey
               start ItemVendors key is not less than ivKey
                   invalid key
                       move "y" to ivEof
               end-start
               perform until ivEof = "y"
                   read ItemVendors next record
                       at end
                           move "y" to ivEof
                       not at end
                           if iv-vendorCode = vrVendor
                              and iv-vendorItemNo = vrItem
                               move "Y" to itemFound
                               move "y" to ivEof
                           end-if
                   end-read
               end-perform
           end-if
           if itemFound not = "Y"
               move "Item not sourced from this vendor (ItemVendors)"
                   to exceptText
               perform writeException
               exit paragraph
           end-if

           move iv-itemID to itemID
           read Inventory key is itemID
               invalid key
                   move "Item not on the inventory master"
                       to exceptText
                   perform writeException
                   exit paragraph
           end-read
           if lifecycleStatus = "P" or lifecycleStatus = "D"
               move "Item is phased out or discontinued; no new buys"
                   to exceptText
               perform writeException
           end-if.

       *> The vendor's own MOQ and pack multiple still apply, the same
       *> rounding autoDraftPOs.cbl gives its drafts.
       checkQuantity.
           if function trim(vrQty) is not numeric
               move "Quantity is not a whole number" to exceptText
               perform writeException
               exit paragraph
           end-if
           compute inQty = function numval(vrQty)
           if inQty = 0
               move "Quantity is zero" to exceptText
               perform writeException
               exit paragraph
           end-if
           if iv-moq > 0 and inQty < iv-moq
               move iv-moq to inQty
           end-if
           if iv-packMult > 1
               compute packRemainder =
                   function mod(inQty, iv-packMult)
               if packRemainder not = 0
                   compute inQty = inQty + iv-packMult - packRemainder
               end-if
           end-if
           if inQty > 9999
               move 9999 to inQty
           end-if.

       *> Any live line for the item - DRAFT, OPEN or PARTIAL - or an
       *> earlier line of this same file means it is already coming;
       *> a resent file therefore does not draft twice.
       checkAlreadyOnOrder.
           move "N" to onOrderFlag
           perform varying selI from 1 by 1 until selI > selCount
               if selItemID(selI) = itemID
                   move "Y" to onOrderFlag
               end-if
           end-perform
           if onOrderFlag = "Y"
               exit paragraph
           end-if
           move "n" to poScanEof
           move 0 to po-number
           move 0 to po-line
           start PurchOrders key is not less than poKey
               invalid key move "y" to poScanEof
           end-start
           perform until poScanEof = "y"
               read PurchOrders next record
                   at end
                       move "y" to poScanEof
                   not at end
                       if po-itemID = itemID
                          and (po-lineStatus = "DRAFT"
                               or po-lineStatus = "OPEN"
                               or po-lineStatus = "PARTIAL")
                           move "Y" to onOrderFlag
                           move "y" to poScanEof
                       end-if
               end-read
           end-perform.

       writeException.
           move "N" to lineValid
           add 1 to exceptCount
           move spaces to reportLine
           string lineNo "| " vrVendor " | " vrItem " | " exceptText
               delimited by size into reportLine
           end-string
           write reportLine.

       *> One draft PO per vendor, written DRAFT so it waits in the
       *> buyer's queue in approvePOs.cbl like any auto-draft.
       writeDraftPOs.
           move "N" to contractsUsable
           open input VendorContracts
               if VcStat = "00"
                   move "Y" to contractsUsable
               end-if

           perform varying selI from 1 by 1 until selI > selCount
               if selDone(selI) = "N"
                   call "readPOID" using newPONumber
                   call "updatePOID"
                   move 0 to poLineNo
                   perform varying selI2 from selI by 1
                           until selI2 > selCount
                       if selDone(selI2) = "N"
                          and selVendorCode(selI2)
                              = selVendorCode(selI)
                           add 1 to poLineNo
                           move newPONumber to po-number
                           move poLineNo to po-line
                           move selItemID(selI2) to po-itemID
                           move selItemName(selI2) to po-itemName
                           move selMatType(selI2) to po-materialType
                           move selVendorCode(selI2) to po-vendorCode
                           move selVendorName(selI2) to po-vendorName
                           move selQty(selI2) to po-orderedQty
                           move 0 to po-receivedQty
                           move orderDate to po-dateOrdered
                           perform priceFromContract
                           move contractPrice to po-unitPrice
                           move contractCurrency to po-currency
                           move 0 to po-receivedHome
                           move "DRAFT" to po-lineStatus
                           move spaces to po-approvedBy
                           move spaces to po-approvedFor
                           move 0 to po-approveDate
                           move 0 to po-promiseDate
                           move spaces to po-project po-chargeDept
                           write PurchOrderRec
                               invalid key
                                   display "Duplicate PO line: "
                                           po-number "/" po-line
                           end-write
                           move "Y" to selDone(selI2)
                       end-if
                   end-perform
                   add 1 to poWritten
                   display "Draft PO #" newPONumber " ("
                           function trim(selVendorName(selI))
                           "): " poLineNo " line(s)"
                   perform notifyBuyers
               end-if
           end-perform

           if contractsUsable = "Y"
               close VendorContracts
           end-if.

       priceFromContract.
           move 0 to contractPrice
           move 0 to bestEffFrom
           call "checkVendor" using selVendorCode(selI2)
               currencyStatus omitted contractCurrency
           if contractsUsable not = "Y"
               exit paragraph
           end-if
           move "n" to vcEof
           move selVendorCode(selI2) to vc-vendorCode
           move selItemID(selI2) to vc-itemID
           move 0 to vc-effFrom
           start VendorContracts key is not less than vcKey
               invalid key move "y" to vcEof
           end-start
           perform until vcEof = "y"
               read VendorContracts next record
                   at end
                       move "y" to vcEof
                   not at end
                       if vc-vendorCode not = selVendorCode(selI2)
                          or vc-itemID not = selItemID(selI2)
                           move "y" to vcEof
                       else
                           if vc-effFrom <= orderDate
                              and (vc-effTo = 0
                                   or vc-effTo >= orderDate)
                              and vc-effFrom >= bestEffFrom
                               move vc-effFrom to bestEffFrom
                               move vc-price to contractPrice
                               move vc-currency to contractCurrency
                           end-if
                       end-if
               end-read
           end-perform
           move 0 to breakQty
           move 0 to nextBreakQty
           if contractPrice not = 0
               move selQty(selI2) to tierQty
               call "contractTierPrice" using selVendorCode(selI2)
                   selItemID(selI2) bestEffFrom tierQty contractPrice
                   breakQty nextBreakQty nextBreakPrice
           end-if.

       notifyBuyers.
           move "VMIDRAFT" to noticeMsg
           move newPONumber to noticeRef
           move spaces to noticeText
           string "VMI draft PO #" newPONumber " from "
                  function trim(selVendorName(selI)) ", "
                  poLineNo " line(s), awaits approval"
                  delimited by size into noticeText
           end-string
           move "R" to noticeType
           move BuyerRole to noticeTo
           call "queueNotification" using noticeType noticeTo
               noticeMsg noticeRef noticeText FeedOperator.
