
                  copy "Substitutes".

                  copy "Inventory.cpy".

        DATA DIVISION.
           file section.
               FD subList.

               copy "Substitutes-rec".

               copy "Inventory-rec.cpy".

            WORKING-STORAGE SECTION.
            01 listStat pic xx.
            01 SubStat pic xx.
            01 InvStat pic xx.
            01 unresolvedCount pic 9(3) value 0.
            01 primaryID pic 9(5).
            01 eofFlag pic x value "N".
            01 rowCount pic 9(3) value 0.


           open i-o Substitutes

           *> The seed file names items; the links are held by the
           *> itemIDs those names resolve to.
           open input Inventory
               if InvStat not = "00"
                   display "No Inventory.dat; cannot resolve item names"
                   close subList
                   close Substitutes
                   exit program
               end-if

           perform until eofFlag = "Y"
               read subList
                   at end

           close subList
           close Substitutes
           close Inventory

           display "Loaded " rowCount " substitute link(s) into "
                   "Substitutes.dat"
           if unresolvedCount not = 0
               display "Names not on Inventory.dat, skipped: "
                       unresolvedCount
           end-if

       exit program.

           if primaryName = spaces
               exit paragraph
           end-if
           move primaryName to itemName
           read Inventory key is itemName
               invalid key
                   display "Unknown item, line skipped: "
                           function trim(primaryName)
                   add 1 to unresolvedCount
                   exit paragraph
           end-read
           move itemID to primaryID

           move 0 to prefI
           perform until ptr > function length(subLine)
                   with pointer ptr
               end-unstring
               if chunk not = spaces
                   perform writeOneLink
               end-if
           end-perform.

       writeOneLink.
           move chunk to itemName
           read Inventory key is itemName
               invalid key
                   display "Unknown substitute, skipped: "
                           function trim(chunk)
                   add 1 to unresolvedCount
                   exit paragraph
           end-read
           add 1 to prefI
           move primaryID to sub-itemID
           move primaryName to sub-itemName
           move prefI to sub-prefOrder
           move itemID to sub-substituteID
           move chunk to sub-substituteName
           write SubstituteRec
               invalid key
                   display "Duplicate substitute row, "
                           "skipping: " sub-itemName
                           " #" sub-prefOrder
               not invalid key
                   add 1 to rowCount
           end-write.
