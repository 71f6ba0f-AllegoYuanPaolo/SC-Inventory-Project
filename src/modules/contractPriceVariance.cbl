            01 lineVendorCode pic x(8).
            01 lineVendorName pic x(25).
            01 lineFound pic x.
            *> The break the contract price is read at is the one the
            *> ordered quantity earned (contractTierPrice.cbl).
            01 lineOrderedQty pic 9(5).
            01 breakQty pic 9(5).
            01 nextBreakQty pic 9(5).
            01 nextBreakPrice pic 9(6)v99.
            01 breakNote pic x(14).

            01 contractPrice pic 9(6)v99.
            01 bestEffFrom pic 9(8).
           write reportLine
           move spaces to reportLine
           string "PO    | Item                     | Vendor  "
                  "| Contract |  Receipt | Variance | Qty break"
               delimited by size into reportLine
           end-string
           write reportLine
                   not at end
                       if h-poNumber not = 0
                          and h-receiptCost not = 0
                          and h-voidFlag not = "V"
                           perform checkOneReceipt
                       end-if
               end-read
               *> report, not this one.
               exit paragraph
           end-if
           move 0 to breakQty
           call "contractTierPrice" using lineVendorCode h-itemID
               bestEffFrom lineOrderedQty contractPrice breakQty
               nextBreakQty nextBreakPrice
           move spaces to breakNote
           if breakQty not = 0
               string " break " breakQty delimited by size
                   into breakNote
               end-string
           end-if

           if h-receiptCost not = contractPrice
               add 1 to varianceCount
               move spaces to reportLine
               string h-poNumber "| " h-itemName "| "
                      lineVendorCode "| " dispContract " | "
                      dispReceipt " | " dispVar breakNote
                   delimited by size into reportLine
               end-string
               write reportLine
               display function trim(reportLine)
           end-if.

       *> Older history carries the PO number but not the line, so
       *> the vendor comes off the first line of that PO naming the
       *> item.
       findPOLineForItem.
           move "N" to lineFound
           *> Receipts since the line was recorded go straight to it.
           if h-poLine not = 0
               move h-poNumber to po-number
               move h-poLine to po-line
               read PurchOrders key is poKey
                   invalid key
                       continue
                   not invalid key
                       if po-itemID = h-itemID
                           move po-vendorCode to lineVendorCode
                           move po-vendorName to lineVendorName
                           move po-orderedQty to lineOrderedQty
                           move "Y" to lineFound
                           exit paragraph
                       end-if
               end-read
           end-if
           move "n" to poEof
           move h-poNumber to po-number
           move 0 to po-line
                           if po-itemID = h-itemID
                               move po-vendorCode to lineVendorCode
                               move po-vendorName to lineVendorName
                               move po-orderedQty to lineOrderedQty
                               move "Y" to lineFound
                               move "y" to poEof
                           end-if
