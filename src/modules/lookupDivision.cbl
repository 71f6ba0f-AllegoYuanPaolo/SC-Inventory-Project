      $set sourceformat"free"
       identification division.
       program-id. lookupDivision.

       environment division.
           input-output section.
               file-control.
                   copy "DeptMaster".

       data division.
           file section.
               copy "DeptMaster-rec".

           working-storage section.

           local-storage section.
           01 deptStat pic xx.

           linkage section.
           01 askDept pic x(32).
           *> UNASSIGNED when the department has no division, is not
           *> on the master, or there is no master at all.
           01 divisionName pic x(16).
           01 costCenter pic x(8).

       procedure division using askDept divisionName
               optional costCenter.

           *> The one place the reports ask which division a
           *> department rolls up to, so every subtotal groups alike.
           move "UNASSIGNED" to divisionName
           if costCenter is not omitted
               move spaces to costCenter
           end-if
           open input DeptMaster
           if deptStat not = "00"
               goback
           end-if

           move askDept to deptName
           read DeptMaster key is deptName
               invalid key
                   continue
               not invalid key
                   if deptDivision not = spaces
                       move deptDivision to divisionName
                   end-if
                   if costCenter is not omitted
                       move deptCostCenter to costCenter
                   end-if
           end-read
           close DeptMaster

       goback.
