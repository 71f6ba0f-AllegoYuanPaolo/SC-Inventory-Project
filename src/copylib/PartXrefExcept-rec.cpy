           FD PartXrefExcept.
           01 PartXrefExceptRec.
               *> A part number that came in at receiving, on an ASN
               *> or on an invoice and matched nothing: one row per
               *> number and vendor, counted each time it comes back
               *> until someone maps it to an item.
               02 peKey.
                   03 pe-partNo pic x(25).
                   03 pe-vendorCode pic x(8).
               *> RECEIVING, ASN or INVOICE - where it was last seen.
               02 pe-source pic x(10).
               02 pe-reference pic x(20).
               02 pe-firstSeen pic 9(8).
               02 pe-lastSeen pic 9(8).
               02 pe-seenCount pic 9(4).
               *> OPEN until mapped (RESOLVED) or written off
               *> (IGNORED).
               02 pe-status pic x(10).
               02 pe-itemID pic 9(5).
               02 pe-resolvedBy pic x(10).
