           01 postBalance pic 9(6).
           01 postOperator pic x(10).
           01 postRefID pic 9(6).
           *> Only issues to a named employee pass this.
           01 postEmployee pic x(8).

       procedure division using postItemID postItemName postMoveType
               postQty postBalance postOperator postRefID
               optional postEmployee.

           *> One shared appender so every stock movement lands in the
           *> same perpetual ledger, the way logPriceChange funnels
           move postBalance to led-balance
           move postOperator to led-operatorID
           move postRefID to led-refID
           move spaces to led-employeeID
           if postEmployee is not omitted
               move postEmployee to led-employeeID
           end-if
           move function current-date(1:8) to led-date
           call "getDate" using logTime logDate
           move logTime to led-time
           move postBalance to rj-balance
           move postOperator to rj-operatorID
           move postRefID to rj-refID
           move led-employeeID to rj-employeeID
           move led-date to rj-date
           move led-time to rj-time

