               display "Request| Item                     |   Qty | Department           | Raised   | Status"

               move 0 to bo-requestID
               move 0 to bo-itemID
               start Backorders key is not less than boKey
                   invalid key move "y" to eof
               end-start
