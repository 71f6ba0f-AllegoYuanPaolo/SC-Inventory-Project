      $set sourceformat"free"
        IDENTIFICATION DIVISION.
        PROGRAM-ID. spendCubeBuild.

       environment division.
           input-output section.
             file-control.
                  copy "SpendCube".

                  copy "RestockHist".

                  copy "PurchOrders".

                  copy "VendorInvoices".

                  copy "VendorContracts".

                  *> Vendor for a receipt taken without a PO, and the
                  *> fallback material type and cost for the item.
                  copy "VendorMaster".

                  copy "Inventory.cpy".

                  *> Vendor-owned stock landing on our shelf is not
                  *> spend, same exclusion glExport.cbl applies.
                  copy "Consignment".

        DATA DIVISION.
           file section.
               copy "SpendCube-rec".

               copy "RestockHist-rec".

               copy "PurchOrders-rec".

               copy "VendorInvoices-rec".

               copy "VendorContracts-rec".

               copy "VendorMaster-rec".

               copy "Inventory-rec.cpy".

               copy "Consignment-rec".

            WORKING-STORAGE SECTION.
            01 eof pic x value "n".
            01 poEof pic x.
            01 vcEof pic x.
            01 todayDate pic 9(8).

            01 poUsable pic x.
            01 vcUsable pic x.
            01 vendUsable pic x.
            01 consUsable pic x.

            *> Where the spend lands in the cube.
            01 cellVendor pic x(8).
            01 cellVendorName pic x(25).
            01 cellMaterial pic x(10).
            01 cellPeriod pic 9(6).
            01 cellReceipt pic 9(11)v99.
            01 cellContract pic 9(11)v99.
            01 cellReceiptLines pic 9(6).
            01 cellInvoice pic 9(11)v99.
            01 cellInvoiceLines pic 9(6).

            01 lineFound pic x.
            01 receiptDate pic 9(8).
            01 receiptValue pic 9(11)v99.
            01 invoiceValue pic 9(11)v99.
            01 underContract pic x.

            01 receiptCount pic 9(6) value 0.
            01 invoiceCount pic 9(6) value 0.
            01 skippedCount pic 9(6) value 0.
            01 cellCount pic 9(6) value 0.
            01 receiptTotal pic 9(13)v99 value 0.
            01 invoiceTotal pic 9(13)v99 value 0.
            01 dispTotal pic Z,ZZZ,ZZZ,ZZ9.99.

            *> Counts handed back to the nightly window
            *> (batchStepStats.cbl).
            01 statAction pic x(1) value "P".
            01 statRead pic 9(7).
            01 statWritten pic 9(7).
            01 statRejected pic 9(7).
            01 statCode pic 9(2).

            local-storage section.
            01 ScStat pic xx.
            01 HistStat pic xx.
            01 PoStat pic xx.
            01 ViStat pic xx.
            01 VcStat pic xx.
            01 vendStat pic xx.
            01 InvStat pic xx.
            01 ConsStat pic xx.

        PROCEDURE DIVISION.
           *> Reset scan state: this program is CALLed repeatedly from
           *> menuDriver's loop within the same run unit, and these
           *> fields only initialize once via their VALUE clauses.
           move "n" to eof
           move 0 to receiptCount
           move 0 to invoiceCount
           move 0 to skippedCount
           move 0 to cellCount
           move 0 to receiptTotal
           move 0 to invoiceTotal

           display "=== Spend Analysis Cube Build ==="
           move function current-date(1:8) to todayDate

           *> Rebuilt from the history every run rather than topped
           *> up, so a voided receipt or a corrected invoice simply
           *> drops out the next time round.
           open output SpendCube
           close SpendCube
           open i-o SpendCube
               call "openFileCheck" using ScStat

           open input Inventory
               call "openFileCheck" using InvStat

           move "N" to poUsable
           open input PurchOrders
               if PoStat = "00"
                   move "Y" to poUsable
               end-if
           move "N" to vcUsable
           open input VendorContracts
               if VcStat = "00"
                   move "Y" to vcUsable
               end-if
           move "N" to vendUsable
           open input VendorMaster
               if vendStat = "00"
                   move "Y" to vendUsable
               end-if
           move "N" to consUsable
           open input Consignment
               if ConsStat = "00"
                   move "Y" to consUsable
               end-if

           perform cubeReceipts
           perform cubeInvoices

           close SpendCube
           close Inventory
           if poUsable = "Y"
               close PurchOrders
           end-if
           if vcUsable = "Y"
               close VendorContracts
           end-if
           if vendUsable = "Y"
               close VendorMaster
           end-if
           if consUsable = "Y"
               close Consignment
           end-if

           display "------------------------------------------"
           display "Receipts cubed     : " receiptCount
           move receiptTotal to dispTotal
           display "Receipt spend      : " dispTotal
           display "Invoice lines cubed: " invoiceCount
           move invoiceTotal to dispTotal
           display "Invoice spend      : " dispTotal
           display "Skipped (no vendor): " skippedCount
           display "Cube cells written : " cellCount

           compute statRead = receiptCount + invoiceCount + skippedCount
           move cellCount to statWritten
           move skippedCount to statRejected
           move 0 to statCode
           if skippedCount > 0
               move 4 to statCode
           end-if
           call "batchStepStats" using statAction statRead statWritten
               statRejected statCode

       exit program.

       cubeReceipts.
           move "n" to eof
           open input RestockHistory
               if HistStat = "35"
                   display "No RestockHistory.dat; no receipts to cube"
                   exit paragraph
               end-if
               call "openFileCheck" using HistStat, omitted, "Y"

               perform until eof = "y"
                   read RestockHistory next record
                       at end
                           move "y" to eof
                       not at end
                           *> Returns against a request and voided
                           *> receipts were never purchases.
                           if h-requestID = 0
                              and h-voidFlag not = "V"
                              and h-amountAdded > 0
                               perform cubeOneReceipt
                           end-if
                   end-read
               end-perform

           close RestockHistory.

       cubeOneReceipt.
           move h-itemID to itemID
           read Inventory key is itemID
               invalid key
                   move spaces to materialType
                   move 0 to unitCost
           end-read

           if consUsable = "Y"
               move h-itemID to cons-itemID
               read Consignment key is cons-itemID
                   invalid key
                       continue
                   not invalid key
                       exit paragraph
               end-read
           end-if

           *> h-date is DD/MM/YYYY (getDate default).
           move h-date(7:4) to receiptDate(1:4)
           move h-date(4:2) to receiptDate(5:2)
           move h-date(1:2) to receiptDate(7:2)
           move receiptDate(1:6) to cellPeriod

           move spaces to cellVendor cellVendorName
           move materialType to cellMaterial
           if h-poNumber not = 0
               perform findReceiptPOLine
               if lineFound = "Y"
                   move po-vendorCode to cellVendor
                   move po-vendorName to cellVendorName
                   if po-materialType not = spaces
                       move po-materialType to cellMaterial
                   end-if
               end-if
           end-if
           if cellVendor = spaces
               perform vendorForMaterial
           end-if
           if cellVendor = spaces
               add 1 to skippedCount
               exit paragraph
           end-if

           *> The cost keyed on the receipt is already in home
           *> currency; an entry with none keyed is valued at the
           *> item's current cost, the way glExport.cbl values it.
           if h-receiptCost not = 0
               compute receiptValue = h-amountAdded * h-receiptCost
           else
               compute receiptValue = h-amountAdded * unitCost
           end-if

           perform checkUnderContract

           move receiptValue to cellReceipt
           move 0 to cellContract
           if underContract = "Y"
               move receiptValue to cellContract
           end-if
           move 1 to cellReceiptLines
           move 0 to cellInvoice
           move 0 to cellInvoiceLines
           perform postToCell
           add 1 to receiptCount
           add receiptValue to receiptTotal.

       *> Receipts since the line number was captured go straight to
       *> it; older ones carry only the PO number, so the first line
       *> naming the item is taken, as contractPriceVariance.cbl does.
       findReceiptPOLine.
           move "N" to lineFound
           if poUsable not = "Y"
               exit paragraph
           end-if
           if h-poLine not = 0
               move h-poNumber to po-number
               move h-poLine to po-line
               read PurchOrders key is poKey
                   invalid key
                       continue
                   not invalid key
                       move "Y" to lineFound
               end-read
               exit paragraph
           end-if
           move "n" to poEof
           move h-poNumber to po-number
           move 0 to po-line
           start PurchOrders key is greater than poKey
               invalid key move "y" to poEof
           end-start
           perform until poEof = "y"
               read PurchOrders next record
                   at end
                       move "y" to poEof
                   not at end
                       if po-number not = h-poNumber
                           move "y" to poEof
                       else
                           if po-itemID = h-itemID
                               move "Y" to lineFound
                               move "y" to poEof
                           end-if
                       end-if
               end-read
           end-perform.

       *> A receipt with no PO behind it is credited to the vendor on
       *> file for the item's material type.
       vendorForMaterial.
           if vendUsable not = "Y" or cellMaterial = spaces
               exit paragraph
           end-if
           move cellMaterial to v-materialType
           read VendorMaster key is v-materialType
               invalid key
                   continue
               not invalid key
                   move vendorCode to cellVendor
                   move vendorName to cellVendorName
           end-read.

       *> Under contract when a price for this vendor and item was in
       *> force on the receipt date - the same in-force test
       *> createPurchaseOrder.cbl prices the order with.
       checkUnderContract.
           move "N" to underContract
           if vcUsable not = "Y"
               exit paragraph
           end-if
           move "n" to vcEof
           move cellVendor to vc-vendorCode
           move h-itemID to vc-itemID
           move 0 to vc-effFrom
           start VendorContracts key is not less than vcKey
               invalid key move "y" to vcEof
           end-start
           perform until vcEof = "y"
               read VendorContracts next record
                   at end
                       move "y" to vcEof
                   not at end
                       if vc-vendorCode not = cellVendor
                          or vc-itemID not = h-itemID
                           move "y" to vcEof
                       else
                           if vc-effFrom <= receiptDate
                              and (vc-effTo = 0
                                   or vc-effTo >= receiptDate)
                               move "Y" to underContract
                               move "y" to vcEof
                           end-if
                       end-if
               end-read
           end-perform.

       cubeInvoices.
           move "n" to eof
           open input VendorInvoices
               if ViStat not = "00"
                   display "No VendorInvoices.dat; no invoices to cube"
                   exit paragraph
               end-if

               perform until eof = "y"
                   read VendorInvoices next record
                       at end
                           move "y" to eof
                       not at end
                           *> Held and rejected lines are not agreed
                           *> spend yet.
                           if vi-status = "MATCHED"
                              or vi-status = "PAID"
                               perform cubeOneInvoice
                           end-if
                   end-read
               end-perform

           close VendorInvoices.

       cubeOneInvoice.
           move vi-itemID to itemID
           read Inventory key is itemID
               invalid key
                   move spaces to materialType
           end-read
           move materialType to cellMaterial
           move vi-vendorCode to cellVendor
           move spaces to cellVendorName
           if poUsable = "Y" and vi-poNumber not = 0
               move vi-poNumber to po-number
               move vi-poLine to po-line
               read PurchOrders key is poKey
                   invalid key
                       continue
                   not invalid key
                       move po-vendorName to cellVendorName
                       if po-materialType not = spaces
                           move po-materialType to cellMaterial
                       end-if
               end-read
           end-if
           move vi-invoiceDate(1:6) to cellPeriod

           *> Foreign lines were converted at the invoice-date rate
           *> when they were entered.
           if vi-currency not = spaces
               move vi-invoiceHome to invoiceValue
           else
               compute invoiceValue = vi-qty * vi-unitPrice
           end-if

           move 0 to cellReceipt
           move 0 to cellContract
           move 0 to cellReceiptLines
           move invoiceValue to cellInvoice
           move 1 to cellInvoiceLines
           perform postToCell
           add 1 to invoiceCount
           add invoiceValue to invoiceTotal.

       *> READ-key-before-WRITE: the first posting to a cell writes
       *> it, later ones add in place.
       postToCell.
           move cellVendor to sc-vendorCode
           move cellMaterial to sc-materialType
           move cellPeriod to sc-period
           read SpendCube key is scKey
               invalid key
                   move cellVendorName to sc-vendorName
                   move cellReceipt to sc-receiptSpend
                   move cellContract to sc-contractSpend
                   move cellReceiptLines to sc-receiptLines
                   move cellInvoice to sc-invoiceSpend
                   move cellInvoiceLines to sc-invoiceLines
                   move todayDate to sc-builtDate
                   write SpendCubeRec
                   add 1 to cellCount
               not invalid key
                   if sc-vendorName = spaces
                       move cellVendorName to sc-vendorName
                   end-if
                   add cellReceipt to sc-receiptSpend
                   add cellContract to sc-contractSpend
                   add cellReceiptLines to sc-receiptLines
                   add cellInvoice to sc-invoiceSpend
                   add cellInvoiceLines to sc-invoiceLines
                   rewrite SpendCubeRec
           end-read.
