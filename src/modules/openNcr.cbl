      $set sourceformat"free"
       identification division.
       program-id. openNcr.

       environment division.
           input-output section.
               file-control.
                   copy "Ncr".

                   *> The lot names the PO it arrived on, and the PO
                   *> the vendor; without a lot the vendor comes off
                   *> the material-type link as rtvStock.cbl does.
                   copy "StockLots".

                   copy "PurchOrders".

                   copy "VendorMaster".

       data division.
           file section.
               copy "Ncr-rec".

               copy "StockLots-rec".

               copy "PurchOrders-rec".

               copy "VendorMaster-rec".

           working-storage section.
           01 NcrStat pic xx.
           01 LotStat pic xx.
           01 PoStat pic xx.
           01 vendStat pic xx.
           01 ncrEof pic x.
           01 poEof pic x.
           01 nextNcrID pic 9(6).
           01 lotPONumber pic 9(6).

           linkage section.
           *> QA or DEPT, and the department complaining (spaces for
           *> an inspection rejection).
           01 ncSource pic x(4).
           01 ncDept pic x(32).
           01 ncItemID pic 9(5).
           01 ncItemName pic x(25).
           01 ncMaterialType pic x(10).
           01 ncLot pic x(15).
           01 ncQty pic 9(4).
           01 ncDefect pic x(60).
           01 ncOperator pic x(10).
           *> Comes back with the NCR number for the caller to quote;
           *> 0 when the row could not be written.
           01 ncNewID pic 9(6).

       procedure division using ncSource ncDept ncItemID ncItemName
               ncMaterialType ncLot ncQty ncDefect ncOperator
               ncNewID.

           *> Shared by every program that finds a vendor quality
           *> problem, so each one opens the same NCR the auditors
           *> follow through to closure.
           move 0 to ncNewID
           open i-o NcrFile
           if NcrStat = "35"
               open output NcrFile
               close NcrFile
               open i-o NcrFile
           end-if
           call "openFileCheck" using NcrStat

           *> Next free NCR number: one past the highest on file, the
           *> same walk raiseOpenCredit.cbl numbers credits with.
           move 1 to nextNcrID
           move "n" to ncrEof
           move 0 to ncr-id
           start NcrFile key is not less than ncr-id
               invalid key move "y" to ncrEof
           end-start
           perform until ncrEof = "y"
               read NcrFile next record
                   at end
                       move "y" to ncrEof
                   not at end
                       compute nextNcrID = ncr-id + 1
               end-read
           end-perform

           initialize NcrRec
           move nextNcrID to ncr-id
           move ncSource to ncr-source
           move ncDept to ncr-department
           move ncItemID to ncr-itemID
           move ncItemName to ncr-itemName
           move ncLot to ncr-lotNumber
           move ncQty to ncr-qty
           move ncDefect to ncr-defect
           move spaces to ncr-disposition
           move "OPEN" to ncr-status
           move ncOperator to ncr-openedBy
           move function current-date(1:8) to ncr-openedDate
           perform findVendor

           write NcrRec
               invalid key
                   display "NCR not recorded; number "
                           nextNcrID " already on file"
               not invalid key
                   move nextNcrID to ncNewID
           end-write
           close NcrFile

       exit program.

       findVendor.
           move spaces to ncr-vendorCode
           move "Unknown" to ncr-vendorName
           move 0 to lotPONumber
           if ncLot not = spaces
               open input StockLots
               if LotStat = "00"
                   move ncItemID to lot-itemID
                   move ncLot to lot-lotNumber
                   read StockLots key is lotKey
                       invalid key
                           continue
                       not invalid key
                           move lot-poNumber to lotPONumber
                   end-read
                   close StockLots
               end-if
           end-if
           if lotPONumber not = 0
               perform vendorFromPO
           end-if
           if ncr-vendorCode not = spaces
               exit paragraph
           end-if
           open input VendorMaster
           if vendStat = "00"
               move ncMaterialType to v-materialType
               read VendorMaster key is v-materialType
                   invalid key
                       continue
                   not invalid key
                       move vendorCode to ncr-vendorCode
                       move vendorName to ncr-vendorName
               end-read
               close VendorMaster
           end-if.

       vendorFromPO.
           open input PurchOrders
           if PoStat not = "00"
               exit paragraph
           end-if
           move "n" to poEof
           move lotPONumber to po-number
           move 0 to po-line
           start PurchOrders key is greater than poKey
               invalid key move "y" to poEof
           end-start
           perform until poEof = "y"
               read PurchOrders next record
                   at end
                       move "y" to poEof
                   not at end
                       if po-number not = lotPONumber
                           move "y" to poEof
                       else
                           if po-itemID = ncItemID
                               move po-vendorCode to ncr-vendorCode
                               move po-vendorName to ncr-vendorName
                               move "y" to poEof
                           end-if
                       end-if
               end-read
           end-perform
           close PurchOrders.
