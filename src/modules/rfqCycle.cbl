            01 inVendor pic x(8).
            01 nextRfqID pic 9(4).
            01 todayDate pic 9(8).
            *> Quotes come in the vendor's billing currency.
            01 rfqVendStatus pic x.
            01 rfqCurrency pic x(3).
            01 sentCount pic 9(2) value 0.
            01 quotedCount pic 9(2) value 0.
            01 dispPrice pic Z,ZZ9.99.
               else
                   move rfq-price to po-unitPrice
               end-if
               call "checkVendor" using rfq-vendorCode rfqVendStatus
                   omitted rfqCurrency
               move rfqCurrency to po-currency
               move 0 to po-receivedHome
               move "DRAFT" to po-lineStatus
               move spaces to po-approvedBy
               move spaces to po-approvedFor
               move 0 to po-approveDate
               move 0 to po-promiseDate
               move spaces to po-project po-chargeDept
               write PurchOrderRec
           close PurchOrders

