           move rj-balance to led-balance
           move rj-operatorID to led-operatorID
           move rj-refID to led-refID
           move rj-employeeID to led-employeeID
           move "N" to written
           perform until written = "Y" or led-seq > 998
               write ledgerRec
