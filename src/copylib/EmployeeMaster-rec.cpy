           FD EmployeeMaster.
           01 employeeRec.
               *> The people PPE, uniforms and personal tools are
               *> issued to. Issues charge em-department; a leaver
               *> stays on file as LEFT so the issue history still
               *> has a name to answer to.
               02 em-id pic x(8).
               02 em-name pic x(30).
               02 em-department pic x(32).
               *> ACTIVE / LEFT.
               02 em-status pic x(10).
               02 em-startDate pic 9(8).
               *> 0 while ACTIVE.
               02 em-leftDate pic 9(8).
               02 em-changedBy pic x(10).
               02 em-changedDate pic 9(8).
               *> HR job code as the nightly feed last sent it; maps
               *> to a default role through JobRoleMap.dat.
               02 em-jobCode pic x(8).
               *> The person's login on OperatorRoles.dat; spaces
               *> when they have none.
               02 em-operatorID pic x(10).
