           01 enrollOperator pic x(10).
           01 zeroCost pic 9(6)v99 value 0.

           *> Look-alike check before a new number is handed out:
           *> the words of the new name run through keywordSearch.cbl.
           01 likeCriteria pic x(80).
           01 likeShowMax pic 9(2) value 10.
           01 likeMatches pic 9(4).
           01 likeChoice pic x.

           01 MtStat pic xx.
           01 mtUsable pic x value "N".
           01 mtValid pic x.
           display "Item name: " with no advancing
           accept inName

           *> Most duplicate enrollments are an item nobody could
           *> find under the name they tried; show what is already on
           *> file under the same words before enrolling another.
           move inName to likeCriteria
           display "Already on file under these words:"
           call "keywordSearch" using likeCriteria likeShowMax
               likeMatches
           if likeMatches > 0
               display "Items above match every word of the new name."
               display "Enroll a new item anyway? [y/n]: "
                       with no advancing
               accept likeChoice
               if likeChoice not = "y" and likeChoice not = "Y"
                   display "Enrollment cancelled"
                   exit program
               end-if
           end-if

           display "Starting stock: " with no advancing
           call "getNumeric" using numIn numCancel
           if numCancel = "Y"
