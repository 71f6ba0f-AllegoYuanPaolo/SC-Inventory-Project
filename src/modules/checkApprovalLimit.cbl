      $set sourceformat"free"
       identification division.
       program-id. checkApprovalLimit.

       environment division.
           input-output section.
               file-control.
                   copy "ApprovalLimits".

                   copy "OperatorRoles".

       data division.
           file section.
               copy "ApprovalLimits-rec".

               copy "OperatorRoles-rec".

           working-storage section.
           01 heldRole pic x(10).

           local-storage section.
           01 AlStat pic xx.
           01 roleStat pic xx.

           linkage section.
           *> The approver whose authority counts: the delegator when
           *> the signer is standing in for someone.
           01 clOperator pic x(10).
           *> R = request, P = purchase order.
           01 clDocType pic x(1).
           *> Material type of the lines being weighed; spaces asks
           *> for the all-types limit only.
           01 clMaterialType pic x(10).
           01 clLimit pic 9(9)v99.
           01 clDirector pic x(1).
           *> Y = a row applies, N = none does (limit 0), U = no
           *> ApprovalLimits.dat, so nothing is limited.
           01 clFound pic x(1).
           *> Y when the row that applied is an all-types row, so a
           *> caller weighing several material types knows which of
           *> them share that one limit.
           01 clAllTypes pic x(1).

       procedure division using clOperator clDocType clMaterialType
               clLimit clDirector clFound clAllTypes.

           *> Most specific row first: this operator for this material
           *> type, this operator for everything, then the same two
           *> for their role.
           move 0 to clLimit
           move "N" to clDirector
           move "N" to clFound
           move "N" to clAllTypes

           open input ApprovalLimits
           if AlStat not = "00"
               move "U" to clFound
               goback
           end-if

           move spaces to heldRole
           open input OperatorRoles
           if roleStat = "00"
               move clOperator to r-operatorID
               read OperatorRoles key is r-operatorID
                   invalid key
                       continue
                   not invalid key
                       move r-role to heldRole
               end-read
               close OperatorRoles
           end-if

           move "O" to al-keyType
           move clOperator to al-keyValue
           perform tryTypeThenAll
           if clFound not = "Y" and heldRole not = spaces
               move "R" to al-keyType
               move heldRole to al-keyValue
               perform tryTypeThenAll
           end-if
           close ApprovalLimits

       goback.

       tryTypeThenAll.
           if clMaterialType not = spaces
               move clMaterialType to al-materialType
               perform readLimitRow
               if clFound = "Y"
                   exit paragraph
               end-if
           end-if
           move spaces to al-materialType
           perform readLimitRow
           if clFound = "Y"
               move "Y" to clAllTypes
           end-if.

       readLimitRow.
           read ApprovalLimits key is alKey
               invalid key
                   continue
               not invalid key
                   move "Y" to clFound
                   move al-director to clDirector
                   if clDocType = "P"
                       move al-maxPO to clLimit
                   else
                       move al-maxRequest to clLimit
                   end-if
           end-read.
