      $set sourceformat"free"
       identification division.
       program-id. lookupNoticeAddress.

       environment division.
           input-output section.
               file-control.
                   copy "DeptMaster".

                   copy "VendorMaster".

       data division.
           file section.
               copy "DeptMaster-rec".

               copy "VendorMaster-rec".

           working-storage section.
           01 vendEof pic x.

           local-storage section.
           01 deptStat pic xx.
           01 vendStat pic xx.

           linkage section.
           01 laRecipType pic x(1).
           01 laRecipient pic x(32).
           01 laAddress pic x(40).

       procedure division using laRecipType laRecipient laAddress.

           *> Where an outbox notice goes: the department's contact or
           *> the vendor's e-mail as the masters stand today. An
           *> operator's address is the gateway's business (spaces).
           move spaces to laAddress
           evaluate laRecipType
               when "D"
                   perform findDeptContact
               when "V"
                   perform findVendorEmail
           end-evaluate

       goback.

       findDeptContact.
           open input DeptMaster
           if deptStat not = "00"
               exit paragraph
           end-if
           move laRecipient to deptName
           read DeptMaster key is deptName
               invalid key
                   continue
               not invalid key
                   move deptContact to laAddress
           end-read
           close DeptMaster.

       *> A vendor is on one row per material type; the first row
       *> carrying an address is the one used.
       findVendorEmail.
           open input VendorMaster
           if vendStat not = "00"
               exit paragraph
           end-if
           move laRecipient to vendorCode
           move "n" to vendEof
           start VendorMaster key is equal to vendorCode
               invalid key move "y" to vendEof
           end-start
           perform until vendEof = "y"
               read VendorMaster next record
                   at end
                       move "y" to vendEof
                   not at end
                       if vendorCode not = laRecipient(1:8)
                           move "y" to vendEof
                       else
                           if v-email not = spaces
                               move v-email to laAddress
                               move "y" to vendEof
                           end-if
                       end-if
               end-read
           end-perform
           close VendorMaster.
