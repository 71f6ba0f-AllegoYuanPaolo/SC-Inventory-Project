      $set sourceformat"free"
       identification division.
       program-id. checkVendor.

       environment division.
           input-output section.
               file-control.
                   copy "VendorMaster".

       data division.
           file section.
               copy "VendorMaster-rec".

           working-storage section.

           local-storage section.
           01 vendStat pic xx.

           linkage section.
           01 askVendor pic x(8).
           *> A = active (also returned for a vendor with no master
           *> row, or no master at all - the block only exists where
           *> someone set it), H = on hold, B = blocked, I = inactive.
           01 vendorStatus pic x.
           01 statusReason pic x(30).
           *> Currency the vendor bills in; spaces = home currency.
           01 vendorCurrency pic x(3).

       procedure division using askVendor vendorStatus
               optional statusReason optional vendorCurrency.

           *> One shared answer to "may we deal with this vendor",
           *> asked the way stock programs ask checkFreeze.
           move "A" to vendorStatus
           if statusReason is not omitted
               move spaces to statusReason
           end-if
           if vendorCurrency is not omitted
               move spaces to vendorCurrency
           end-if
           open input VendorMaster
           if vendStat not = "00"
               goback
           end-if

           move askVendor to vendorCode
           read VendorMaster key is vendorCode
               invalid key
                   continue
               not invalid key
                   if vendorCurrency is not omitted
                       move v-currency to vendorCurrency
                   end-if
                   if v-status = "H" or v-status = "B"
                      or v-status = "I"
                       move v-status to vendorStatus
                       if statusReason is not omitted
                           move v-statusReason to statusReason
                       end-if
                   end-if
           end-read
           close VendorMaster

       goback.
