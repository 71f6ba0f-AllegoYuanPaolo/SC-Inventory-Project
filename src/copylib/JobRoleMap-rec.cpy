           FD JobRoleMap.
           01 jobRoleRec.
               *> HR job code to the OperatorRoles role a new hire
               *> in that job is proposed for (hrFeedImport.cbl). An
               *> administrator still confirms every login.
               02 jr-jobCode pic x(8).
               02 jr-role pic x(10).
               02 jr-description pic x(30).
               02 jr-changedBy pic x(10).
               02 jr-changedDate pic 9(8).
