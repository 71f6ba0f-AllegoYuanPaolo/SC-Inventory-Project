           FD EmergencyIssues.
           01 EmergencyIssueRec.
               *> Stock taken while the storeroom was closed, deducted
               *> when it happened and charged only once day shift has
               *> tied it to a request (emergencyIssue.cbl).
               02 eg-id pic 9(6).
               *> When the stock left the shelf, not when it was keyed.
               02 eg-date pic 9(8).
               02 eg-time pic x(8).
               *> Employee who took it (EmployeeMaster.dat em-id) and
               *> the department it is charged to.
               02 eg-takenBy pic x(8).
               02 eg-department pic x(32).
               02 eg-itemID pic 9(5).
               02 eg-itemName pic x(25).
               *> Request lines carry a two-digit quantity.
               02 eg-qty pic 9(2).
               02 eg-unitCost pic 9(6)v99.
               02 eg-reason pic x(30).
               *> The night-shift supervisor who let it go.
               02 eg-issuedBy pic x(10).
               *> O = keyed online, Q = posted from the offline queue.
               02 eg-source pic x(1).
               *> OPEN until reconciled; RECONCILED once a request
               *> carries the charge.
               02 eg-status pic x(10).
               02 eg-requestID pic 9(6).
               02 eg-reconciledBy pic x(10).
               02 eg-reconcileDate pic 9(8).
               *> Y when the taker had reached the repeat threshold
               *> at reconciliation.
               02 eg-repeatFlag pic x(1).
