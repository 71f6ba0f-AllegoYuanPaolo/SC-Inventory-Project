                   03 led-seq pic 9(3).
               02 led-itemName pic x(25).
               *> RECEIPT / ISSUE / RETURN / ADJUST / DELETE (plus
               *> RTV, QA moves, BUILD, BUILD-REV for a kit taken
               *> back apart, LOAN-OUT/IN, REPAIR-OUT/IN, OPENBAL,
               *> RCPT-VOID for a reversed receipt) - one vocabulary
               *> for every way stock moves.
               02 led-moveType pic x(10).
               *> Signed movement; leading separate sign keeps the
               *> record readable in a dump, same as Adjustments.dat.
               *> requestID or PO number behind the movement, 0 when
               *> neither applies.
               02 led-refID pic 9(6).
               *> Named employee an ISSUE went to (EmployeeMaster
               *> em-id); spaces for department-level movements.
               02 led-employeeID pic x(8).
