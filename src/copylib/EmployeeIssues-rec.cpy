           FD EmployeeIssues.
           01 employeeIssueRec.
               *> Every issue to a named employee, appended as it
               *> happens: the answer when HR asks what a leaver was
               *> given, and the count entitlement limits run on.
               02 ei-employeeID pic x(8).
               02 ei-date pic 9(8).
               02 ei-time pic x(8).
               02 ei-itemID pic 9(5).
               02 ei-itemName pic x(25).
               02 ei-qty pic 9(4).
               02 ei-department pic x(32).
               *> The fulfilled request that carries the charge.
               02 ei-requestID pic 9(6).
               02 ei-unitCost pic 9(6)v99.
               02 ei-operatorID pic x(10).
               *> Supervisor who let an issue past its entitlement;
               *> spaces when it was within the limit.
               02 ei-overrideBy pic x(10).
