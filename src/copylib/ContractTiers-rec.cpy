           FD ContractTiers.
           01 ContractTierRec.
               *> Quantity breaks under one VendorContracts.dat row:
               *> a PO line ordering ct-fromQty or more is priced at
               *> ct-price instead of vc-price. The contract's own
               *> vc-price is the price below the first break.
               02 ctKey.
                   03 ct-vendorCode pic x(8).
                   03 ct-itemID pic 9(5).
                   03 ct-effFrom pic 9(8).
                   03 ct-fromQty pic 9(5).
               *> Same currency and implied decimals as vc-price.
               02 ct-price pic 9(6)v99.
