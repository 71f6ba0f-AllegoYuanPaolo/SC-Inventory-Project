      $set sourceformat"free"
        IDENTIFICATION DIVISION.
        PROGRAM-ID. vmiExport.

       environment division.
           input-output section.
             file-control.
                  copy "VendorMaster".

                  copy "ItemVendors".

                  copy "Inventory.cpy".

                  copy "PurchOrders".

                  copy "UsageTrend".

                  copy "SafetyStocks".

                  *> One fixed-layout feed per vendor-managed vendor,
                  *> record-typed and trailed the way apPaymentRun.cbl's
                  *> payment file is.
                  select VmiFile
                      assign to vmiFileName
                      organization is line sequential
                      file status is VmStat.

        DATA DIVISION.
           file section.
               copy "VendorMaster-rec".

               copy "ItemVendors-rec".

               copy "Inventory-rec.cpy".

               copy "PurchOrders-rec".

               copy "UsageTrend-rec".

               copy "SafetyStocks-rec".

               FD VmiFile.
               *> Header: "H" + vendor x(8) + feed date 9(8) + vendor
               *> name x(25).
               *> Detail: "D" + our item 9(5) + their item x(15) + item
               *> name x(25) + stock unit x(6) + on hand 9(6) + on
               *> order 9(6) + 30-day usage 9(6) + reorder point 9(6) +
               *> threshold 9(6).
               *> Trailer: "T" + detail count 9(6) + hash total of on
               *> hand 9(9).
               01 vmiLine pic x(100).

            WORKING-STORAGE SECTION.
            01 vendStat pic xx.
            01 IvStat pic xx.
            01 InvStat pic xx.
            01 PoStat pic xx.
            01 usageStat pic xx.
            01 safeStat pic xx.
            01 VmStat pic xx.
            01 eof pic x value "n".
            01 poUsable pic x.
            01 usageUsable pic x.
            01 safeUsable pic x.

            *> Vendors flagged for vendor-managed inventory.
            01 VmiMax pic 9(2) value 50.
            01 vmiCount pic 9(2) value 0.
            01 vmiTableRecord.
                02 vmiTable occurs 50 times.
                    03 vmiVendorCode pic x(8).
                    03 vmiVendorName pic x(25).
            01 vmiI pic 9(2).
            01 vmiFound pic x.

            *> Their items, off ItemVendors.dat, with what is on order
            *> for each gathered in one pass over PurchOrders.dat.
            01 FeedMax pic 9(3) value 500.
            01 feedCount pic 9(3) value 0.
            01 feedTableRecord.
                02 feedTable occurs 500 times.
                    03 fdVendorCode pic x(8).
                    03 fdItemID pic 9(5).
                    03 fdVendorItemNo pic x(15).
                    03 fdOnOrder pic 9(6).
            01 feedI pic 9(3).
            01 outstandingQty pic 9(6).

            01 headerRecord.
                02 hr-recType pic x value "H".
                02 hr-vendorCode pic x(8).
                02 hr-feedDate pic 9(8).
                02 hr-vendorName pic x(25).
            01 detailRecord.
                02 dr-recType pic x value "D".
                02 dr-itemID pic 9(5).
                02 dr-vendorItemNo pic x(15).
                02 dr-itemName pic x(25).
                02 dr-stockUnit pic x(6).
                02 dr-onHand pic 9(6).
                02 dr-onOrder pic 9(6).
                02 dr-usage30 pic 9(6).
                02 dr-reorderPoint pic 9(6).
                02 dr-threshold pic 9(6).
            01 trailerRecord.
                02 tr-recType pic x value "T".
                02 tr-count pic 9(6).
                02 tr-hashTotal pic 9(9).

            01 vmiFileName pic x(48).
            01 todayDate pic 9(8).
            *> The last 30 days of usage, read from the weekly buckets
            *> that span them: this week and the four before it.
            01 weekKeyList.
                02 weekKeyEntry occurs 5 times pic x(6).
            01 weekI pic 9.
            01 weekDate pic 9(8).
            01 yearStartDate pic 9(8).
            01 dayOfYear pic 9(4).
            01 weekOfYear pic 9(2).
            01 filesWritten pic 9(3) value 0.
            01 linesWritten pic 9(5) value 0.

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
           move 0 to vmiCount
           move 0 to feedCount
           move 0 to filesWritten
           move 0 to linesWritten

           display "=== Vendor-Managed Inventory Feed ==="
           move function current-date(1:8) to todayDate

           open input VendorMaster
           if vendStat not = "00"
               display "No VendorMaster.dat; no VMI feed tonight"
               exit program
           end-if
           perform collectVmiVendors
           close VendorMaster
           if vmiCount = 0
               display "No vendors are flagged for vendor-managed "
                       "inventory"
               exit program
           end-if

           open input ItemVendors
           if IvStat not = "00"
               display "No ItemVendors.dat; no VMI items to send"
               exit program
           end-if
           perform collectFeedItems
           close ItemVendors

           move "N" to poUsable
           open input PurchOrders
           if PoStat = "00"
               move "Y" to poUsable
               perform addOnOrder
               close PurchOrders
           end-if

           perform buildWeekKeys
           move "N" to usageUsable
           open input UsageTrend
           if usageStat = "00"
               move "Y" to usageUsable
           end-if
           move "N" to safeUsable
           open input safetyStock
           if safeStat = "00"
               move "Y" to safeUsable
           end-if
           open input Inventory
           call "openFileCheck" using InvStat

           perform varying vmiI from 1 by 1 until vmiI > vmiCount
               perform writeVendorFeed
           end-perform

           close Inventory
           if usageUsable = "Y"
               close UsageTrend
           end-if
           if safeUsable = "Y"
               close safetyStock
           end-if

           display "VMI vendors: " vmiCount
           display "Feed files written: " filesWritten
                   "  item lines: " linesWritten

           move feedCount to statRead
           move linesWritten to statWritten
           move 0 to statRejected
           move 0 to statCode
           call "batchStepStats" using statAction statRead statWritten
               statRejected statCode

       exit program.

       *> A vendor counts once however many material-type rows carry
       *> the flag; held, blocked and inactive vendors get no feed.
       collectVmiVendors.
           perform until eof = "y"
               read VendorMaster next record
                   at end
                       move "y" to eof
                   not at end
                       if v-vmiFlag = "Y"
                          and v-status not = "H"
                          and v-status not = "B"
                          and v-status not = "I"
                           perform addVmiVendor
                       end-if
               end-read
           end-perform.

       addVmiVendor.
           move "N" to vmiFound
           perform varying vmiI from 1 by 1 until vmiI > vmiCount
               if vmiVendorCode(vmiI) = vendorCode
                   move "Y" to vmiFound
               end-if
           end-perform
           if vmiFound = "Y"
               exit paragraph
           end-if
           if vmiCount >= VmiMax
               display "More than " VmiMax " VMI vendors; "
                       function trim(vendorCode) " left out"
               exit paragraph
           end-if
           add 1 to vmiCount
           move vendorCode to vmiVendorCode(vmiCount)
           move vendorName to vmiVendorName(vmiCount).

       collectFeedItems.
           move "n" to eof
           perform until eof = "y"
               read ItemVendors next record
                   at end
                       move "y" to eof
                   not at end
                       perform addFeedItem
               end-read
           end-perform.

       addFeedItem.
           move "N" to vmiFound
           perform varying vmiI from 1 by 1 until vmiI > vmiCount
               if vmiVendorCode(vmiI) = iv-vendorCode
                   move "Y" to vmiFound
               end-if
           end-perform
           if vmiFound not = "Y"
               exit paragraph
           end-if
           if feedCount >= FeedMax
               display "More than " FeedMax " VMI items; item "
                       iv-itemID " for " function trim(iv-vendorCode)
                       " left out"
               exit paragraph
           end-if
           add 1 to feedCount
           move iv-vendorCode to fdVendorCode(feedCount)
           move iv-itemID to fdItemID(feedCount)
           move iv-vendorItemNo to fdVendorItemNo(feedCount)
           move 0 to fdOnOrder(feedCount).

       *> On order means placed and not yet in: OPEN and PARTIAL lines
       *> from any vendor. Drafts have not gone out yet.
       addOnOrder.
           move "n" to eof
           perform until eof = "y"
               read PurchOrders next record
                   at end
                       move "y" to eof
                   not at end
                       if (po-lineStatus = "OPEN"
                           or po-lineStatus = "PARTIAL")
                          and po-orderedQty > po-receivedQty
                           compute outstandingQty =
                               po-orderedQty - po-receivedQty
                           perform varying feedI from 1 by 1
                                   until feedI > feedCount
                               if fdItemID(feedI) = po-itemID
                                   add outstandingQty
                                       to fdOnOrder(feedI)
                               end-if
                           end-perform
                       end-if
               end-read
           end-perform.

       *> Same week numbering recordUsage.cbl files the buckets under.
       buildWeekKeys.
           perform varying weekI from 1 by 1 until weekI > 5
               compute weekDate = function date-of-integer(
                   function integer-of-date(todayDate)
                   - ((weekI - 1) * 7))
               move weekDate(1:4) to yearStartDate(1:4)
               move "0101" to yearStartDate(5:4)
               compute dayOfYear =
                   function integer-of-date(weekDate)
                   - function integer-of-date(yearStartDate) + 1
               compute weekOfYear = ((dayOfYear - 1) / 7) + 1
               move weekDate(1:4) to weekKeyEntry(weekI)(1:4)
               move weekOfYear to weekKeyEntry(weekI)(5:2)
           end-perform.

       writeVendorFeed.
           move spaces to vmiFileName
           string "data\VMI_" delimited by size
                  vmiVendorCode(vmiI) delimited by space
                  "_" delimited by size
                  todayDate delimited by size
                  ".txt" delimited by size
                  into vmiFileName
           end-string
           open output VmiFile
           call "openFileCheck" using VmStat

           move vmiVendorCode(vmiI) to hr-vendorCode
           move todayDate to hr-feedDate
           move vmiVendorName(vmiI) to hr-vendorName
           move headerRecord to vmiLine
           write vmiLine

           move 0 to tr-count
           move 0 to tr-hashTotal
           perform varying feedI from 1 by 1 until feedI > feedCount
               if fdVendorCode(feedI) = vmiVendorCode(vmiI)
                   perform writeFeedItem
               end-if
           end-perform

           move trailerRecord to vmiLine
           write vmiLine
           close VmiFile
           add 1 to filesWritten
           display "  " vmiVendorCode(vmiI) ": " tr-count
                   " item(s) to " function trim(vmiFileName)
           call "registerSpool" using "VMIFEED     " vmiFileName.

       *> Items being phased out or discontinued are no longer bought,
       *> so the vendor stops seeing them.
       writeFeedItem.
           move fdItemID(feedI) to itemID
           read Inventory key is itemID
               invalid key
                   exit paragraph
           end-read
           if lifecycleStatus = "P" or lifecycleStatus = "D"
               exit paragraph
           end-if

           move fdItemID(feedI) to dr-itemID
           move fdVendorItemNo(feedI) to dr-vendorItemNo
           move itemName to dr-itemName
           move stockUnit to dr-stockUnit
           move itemStock to dr-onHand
           move fdOnOrder(feedI) to dr-onOrder
           perform sumUsage
           perform lookupThresholds
           move detailRecord to vmiLine
           write vmiLine
           add 1 to tr-count
           add itemStock to tr-hashTotal
           add 1 to linesWritten.

       sumUsage.
           move 0 to dr-usage30
           if usageUsable not = "Y"
               exit paragraph
           end-if
           perform varying weekI from 1 by 1 until weekI > 5
               move fdItemID(feedI) to u-itemID
               move "W" to u-periodType
               move weekKeyEntry(weekI) to u-periodKey
               read UsageTrend key is UsageKey
                   invalid key
                       continue
                   not invalid key
                       add u-qtyUsed to dr-usage30
               end-read
           end-perform.

       *> Threshold is the standing safety-stock figure; the reorder
       *> point is the one SafeStockCheck.cbl flags against today,
       *> which is the seasonal figure while its window is open.
       lookupThresholds.
           move 0 to dr-reorderPoint
           move 0 to dr-threshold
           if safeUsable not = "Y"
               exit paragraph
           end-if
           move fdItemID(feedI) to item-id
           read safetyStock key is item-id
               invalid key
                   exit paragraph
           end-read
           move threshold to dr-threshold
           move threshold to dr-reorderPoint
           if seasonalThreshold not = 0
              and todayDate >= seasonalStart
              and todayDate <= seasonalEnd
               move seasonalThreshold to dr-reorderPoint
           end-if.
