      $set sourceformat"free"
        IDENTIFICATION DIVISION.
        PROGRAM-ID. loadRequestLines.

        DATA DIVISION.
            WORKING-STORAGE SECTION.
            01 loadOperator pic x(10).
            01 authorized pic x.
            01 confirmChoice pic x.
            01 allRequests pic 9(6) value 0.
            01 requestCount pic 9(6).
            01 lineCount pic 9(7).
            01 unresolvedCount pic 9(6).

        linkage section.
        *> Menu-driven sessions pass the logged-in operator so
        *> this program stops trusting a re-typed ID; called
        *> standalone it still prompts.
        01 sessionOperator pic x(10).

        PROCEDURE DIVISION using optional sessionOperator.
           display "=== Build Request Lines from Requests.dat ==="
           if sessionOperator is omitted
               display "Operator ID: " with no advancing
               accept loadOperator
           else
               move sessionOperator to loadOperator
           end-if
           call "authCheck" using loadOperator authorized
           if authorized not = "Y"
               display "Not authorized to rebuild request lines"
               exit program
           end-if

           *> Safe to repeat: every request on file is re-split and
           *> its line rows rewritten, nothing is appended twice.
           display "Split every request on file into "
                   "RequestLines.dat? [y/n]: " with no advancing
           accept confirmChoice
           if confirmChoice not = "y" and confirmChoice not = "Y"
               display "Nothing converted"
               exit program
           end-if

           call "syncRequestLines" using allRequests requestCount
                   lineCount unresolvedCount

           display "Requests converted      : " requestCount
           display "Lines written           : " lineCount
           display "Lines naming no itemID  : " unresolvedCount
           if unresolvedCount not = 0
               display "(kits and names no longer on Inventory.dat "
                       "keep itemID 0; the name stays on the line)"
           end-if

       exit program.
