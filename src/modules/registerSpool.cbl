           *> Optional free-text parameters (period, request ID...)
           *> shown in the browse screen.
           01 spoolParams pic x(30).
           *> Optional: the department a burst segment is for, so the
           *> self-service station shows it to that department only.
           01 spoolDept pic x(32).

       procedure division using spoolType spoolFile
               optional spoolParams optional spoolDept.

           *> One shared registrar so every report program's output
           *> lands in the same catalog, the way postItemLedger
           else
               move spoolParams to sp-params
           end-if
           if spoolDept is omitted
               move spaces to sp-dept
           else
               move spoolDept to sp-dept
           end-if
           write SpoolCatalogRec
           close SpoolCatalog

