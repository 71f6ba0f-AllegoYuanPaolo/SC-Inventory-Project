             file-control.
                  *> Pipe-delimited seed file, same shape as items.txt:
                  *> materialType|vendorCode|vendorName|vendorPhone|
                  *> inspectFlag|netDays|discDays|discPct (Y = receipts
                  *> held for QA; older four-column lines load as not
                  *> flagged, and lines without terms load net 0 with
                  *> no discount; discPct is keyed like 2.00)
                  select vendorList
                      assign to "data\VendorList.txt"
                      organization is line sequential
        DATA DIVISION.
           file section.
               FD vendorList.
               01 vendorLine pic x(80).

               copy "VendorMaster-rec".

            01 vendStat pic xx.
            01 eofFlag pic x value "N".
            01 vendorCount pic 9(3) value 0.
            *> Terms columns arrive as text and convert after the
            *> UNSTRING, so a short line leaves them at zero.
            01 termNet pic x(6).
            01 termDiscDays pic x(6).
            01 termDiscPct pic x(6).

        PROCEDURE DIVISION.
           display "=== Load Vendor Master ==="
                       *> receiving field untouched when a line has
                       *> fewer tokens than the newest layout.
                       move "N" to v-inspectFlag
                       move spaces to termNet termDiscDays termDiscPct
                       *> Every loaded vendor starts out active; holds
                       *> and blocks are set in vendorMaint.cbl.
                       move "A" to v-status
                       move spaces to v-statusReason v-statusBy
                       move 0 to v-statusDate
                       *> The load file carries no currency; foreign
                       *> vendors are set up in vendorMaint.cbl.
                       move spaces to v-currency
                       move spaces to v-email
                       move "N" to v-vmiFlag
                       unstring vendorLine delimited by "|"
                           into v-materialType, vendorCode,
                                vendorName, vendorPhone,
                                v-inspectFlag, termNet,
                                termDiscDays, termDiscPct
                       end-unstring
                       perform convertTerms
                       write VendorMasterRec
                           invalid key
                               display "Duplicate material type, "
                   "VendorMaster.dat"

       exit program.

       convertTerms.
           move 0 to v-netDays
           move 0 to v-discDays
           move 0 to v-discPct
           if termNet not = spaces
              and function trim(termNet) is numeric
               compute v-netDays = function numval(termNet)
           end-if
           if termDiscDays not = spaces
              and function trim(termDiscDays) is numeric
               compute v-discDays = function numval(termDiscDays)
           end-if
           if termDiscPct not = spaces
               compute v-discPct = function numval(termDiscPct)
           end-if.
