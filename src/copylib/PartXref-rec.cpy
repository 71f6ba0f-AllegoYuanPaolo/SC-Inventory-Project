           FD PartXref.
           01 PartXrefRec.
               *> Any number printed on a packing slip, ASN or invoice
               *> that means one of our items. Held upper case with
               *> the vendor who quotes it; spaces for a manufacturer
               *> part number or barcode that reads the same whoever
               *> ships it.
               02 pxKey.
                   03 px-partNo pic x(25).
                   03 px-vendorCode pic x(8).
               02 px-itemID pic 9(5).
               *> V = vendor item number, M = manufacturer part
               *> number, B = alternate barcode.
               02 px-type pic x(1).
               02 px-manufacturer pic x(20).
               02 px-addedBy pic x(10).
               02 px-addedDate pic 9(8).
