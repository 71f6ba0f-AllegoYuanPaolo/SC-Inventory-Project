               *> that requests wait in the approval queue first.
               02 fulfilledDate pic x(10).
               *> M = typed by an operator, S = system-generated
               *> (standing orders, par-level replenishment),
               *> E = issued over the counter to a named employee
               *> and fulfilled on the spot (employeeIssue.cbl),
               *> X = raised next morning for stock taken after
               *> hours (emergencyIssue.cbl).
               02 reqSource pic x(1).
               *> S = STAT, U = URGENT, R = ROUTINE; space on rows
               *> from before priorities existed reads as ROUTINE.
               *> second charging dimension next to department.
               *> Spaces means day-to-day departmental draw.
               02 reqProject pic x(10).
               *> When approvedBy was standing in for an approver
               *> under a delegation, the approver they acted for;
               *> spaces when approvedBy approved on their own role.
               02 approvedFor pic x(10).
