           FD DeptDistrib.
           01 deptDistribRec.
               *> One row per report a department receives as its own
               *> burst segment; a department with no row for a report
               *> gets no segment of it.
               02 ddKey.
                   03 dd-dept pic x(32).
                   03 dd-reportType pic x(12).
               02 dd-addedBy pic x(10).
               02 dd-addedDate pic 9(8).
