           FD VendorDocs.
           01 VendorDocRec.
               *> One row per compliance document a vendor must keep
               *> current; a renewal overwrites the row in place, the
               *> old certificate lives on the shared drive.
               02 vdKey.
                   03 vd-vendorCode pic x(8).
                   *> INSURANCE (certificate of insurance), QUALITY
                   *> (quality-system certification), TAXFORM (tax
                   *> registration form on file).
                   03 vd-docType pic x(10).
               *> Certificate or policy number as printed.
               02 vd-docRef pic x(20).
               02 vd-issuer pic x(25).
               *> YYYYMMDD; 0 means the document does not lapse.
               02 vd-expiryDate pic 9(8).
               *> Y = once lapsed, no PO to this vendor is approved
               *> until it is renewed; N = the buyer is warned only.
               02 vd-blocking pic x(1).
               02 vd-recordedBy pic x(10).
               02 vd-recordedDate pic 9(8).
