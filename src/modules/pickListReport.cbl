             file-control.
                  copy "Requests".

                  copy "RequestLines".

                  *> The department's home site and what it holds,
                  *> so each line says which storeroom to pick from.
                  copy "DeptMaster".

                  copy "Inventory".

                  copy "SiteStock".

                  *> Dated printable slip for one request, named after
                  *> the request itself so warehouse staff can match
                  *> paper to the terminal listing; same dynamic-
           file section.
               copy "Requests-rec".

               copy "RequestLines-rec".

               copy "DeptMaster-rec".

               copy "Inventory-rec".

               copy "SiteStock-rec".

               FD PickListFile.
               01 pickLine pic x(80).

            WORKING-STORAGE SECTION.
            01 ReqStat pic xx.
            01 PickStat pic xx.
            01 RlStat pic xx.
            01 lineEof pic x.
            01 deptStat pic xx.
            01 InvStat pic xx.
            01 SiteStat pic xx.
            01 homeSite pic x(8).
            01 siteUsable pic x.
            01 siteTake pic 9(4).
            01 mainTake pic 9(4).
            01 fromText pic x(24).

            01 inRequestID pic 9(6).
            01 pickFileName pic x(48).
                       *> VALUE clauses.
                       move 1 to i
                       move 1 to ptr
                       initialize reqeustRecord
                       perform readLines
                       if i = 1
                           perform parseItems
                       end-if
                       perform writePickList
               end-read


       exit program.

       *> Lines come from RequestLines.dat when the request has been
       *> split there; a request it has no rows for falls back to
       *> parsing itemNQuant.
       readLines.
           open input RequestLines
           if RlStat not = "00"
               exit paragraph
           end-if
           move requestID to rl-requestID
           move 0 to rl-lineNo
           start RequestLines key is greater than rlKey
               invalid key
                   close RequestLines
                   exit paragraph
           end-start
           move "n" to lineEof
           perform until lineEof = "y" or i > ReqItemMax
               read RequestLines next record
                   at end
                       move "y" to lineEof
                   not at end
                       if rl-requestID not = requestID
                           move "y" to lineEof
                       else
                           move rl-itemName to item(i)
                           move rl-orderedQty to quant(i)
                           add 1 to i
                       end-if
               end-read
           end-perform
           close RequestLines.

       parseItems.
           perform until ptr > function length(itemNQuant)
                           or i > ReqItemMax
               end-if
           end-perform.

       *> The same split requestSubtract.cbl will make: what the
       *> home site holds comes from there, the rest from MAIN.
       findHomeSite.
           move spaces to homeSite
           move "N" to siteUsable
           open input DeptMaster
           if deptStat not = "00"
               exit paragraph
           end-if
           move department to deptName
           read DeptMaster key is deptName
               invalid key
                   continue
               not invalid key
                   move deptHomeSite to homeSite
           end-read
           close DeptMaster
           if homeSite = "MAIN"
               move spaces to homeSite
           end-if
           if homeSite = spaces
               exit paragraph
           end-if
           open input SiteStock
           if SiteStat not = "00"
               move spaces to homeSite
               exit paragraph
           end-if
           open input Inventory
           if InvStat not = "00"
               close SiteStock
               move spaces to homeSite
               exit paragraph
           end-if
           move "Y" to siteUsable.

       planSource.
           move "MAIN" to fromText
           if siteUsable not = "Y"
               exit paragraph
           end-if
           move 0 to siteTake
           move item(i) to itemName
           read Inventory key is itemName
               invalid key
                   exit paragraph
           end-read
           move itemID to ss-itemID
           move homeSite to ss-site
           read SiteStock key is ssKey
               invalid key
                   exit paragraph
           end-read
           if ss-qty < quant(i)
               move ss-qty to siteTake
           else
               move quant(i) to siteTake
           end-if
           if siteTake = 0
               exit paragraph
           end-if
           compute mainTake = quant(i) - siteTake
           move spaces to fromText
           if mainTake = 0
               string homeSite delimited by space
                      " x" siteTake delimited by size
                   into fromText
               end-string
           else
               string homeSite delimited by space
                      " x" siteTake " + MAIN x" mainTake
                      delimited by size
                   into fromText
               end-string
           end-if.

       writePickList.
           perform findHomeSite
           string "data\PickList_" requestID ".txt"
               delimited by size
               into pickFileName
           move spaces to pickLine
           write pickLine

           move spaces to pickLine
           if homeSite = spaces
               move "Pick from: main storeroom" to pickLine
           else
               string "Pick from: site " homeSite
                      " first, main storeroom for the rest"
                   delimited by size into pickLine
               end-string
           end-if
           write pickLine

           move "Qty | Item                      | From                     | Checked"
               to pickLine
           write pickLine

           display spaces
           display "Department: " department
           display "Requested: " dateRequested " " timeRequested
                   " by " operatorID
           display function trim(pickLine)

           perform varying i from 1 by 1
                   until i > ReqItemMax
                      or item(i) = spaces
               perform planSource
               move spaces to pickLine
               string quant(i) " | " item(i) " | " fromText " | [   ]"
                   delimited by size
                   into pickLine
               end-string
               write pickLine
               display quant(i) " | " item(i) " | " fromText " | [   ]"
           end-perform
           if siteUsable = "Y"
               close SiteStock
               close Inventory
           end-if

           close PickListFile
           display "Pick list written to " pickFileName
