           move lastArchBalance to led-balance
           move spaces to led-operatorID
           move 0 to led-refID
           move spaces to led-employeeID
           move ledgerRec to stageRec
           write stageRec
           add 1 to openBalRows
