           FD ApprovalLimits.
           01 ApprovalLimitRec.
               *> How much one approver may sign on their own. A row
               *> for the operator wins over a row for their role; a
               *> row for a material type wins over the all-types row
               *> (material type spaces). No file at all means no
               *> limits are enforced, as before the matrix existed.
               02 alKey.
                   *> O = operator ID, R = role (OperatorRoles r-role).
                   03 al-keyType pic x(1).
                   03 al-keyValue pic x(10).
                   03 al-materialType pic x(10).
               *> Home-currency value of a request (at unit cost) and
               *> of a purchase order this approver may sign alone.
               02 al-maxRequest pic 9(9)v99.
               02 al-maxPO pic 9(9)v99.
               *> Y = this approver's signature is the director
               *> sign-off finance requires above DIRECTOR-SIGN-AMT.
               02 al-director pic x(1).
               02 al-changedBy pic x(10).
               02 al-changedDate pic 9(8).
