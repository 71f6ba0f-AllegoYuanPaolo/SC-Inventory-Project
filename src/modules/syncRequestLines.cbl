      $set sourceformat"free"
       identification division.
       program-id. syncRequestLines.

       environment division.
           input-output section.
               file-control.
                   copy "Requests".

                   copy "RequestLines".

                   copy "Backorders".

                   copy "Inventory.cpy".

       data division.
           file section.
               copy "Requests-rec".

               copy "RequestLines-rec".

               copy "Backorders-rec".

               copy "Inventory-rec.cpy".

           working-storage section.

           local-storage section.
           01 ReqStat pic xx.
           01 RlStat pic xx.
           01 BoStat pic xx.
           01 InvStat pic xx.
           01 eof pic x.
           01 lineEof pic x.
           01 boUsable pic x.
           01 invUsable pic x.
           01 todayDate pic 9(8).
           01 lineNo pic 9(3).
           01 recExists pic x.
           01 reqDate pic 9(8).
           01 fillDate pic 9(8).
           01 shortQty pic 9(4).

           *> Same "item, quant" UNSTRING-by-"; "-then-by-", " parse
           *> requestSubtract.cbl uses.
           01 parseName pic x(25).
           01 parseQuant pic 9(2).
           01 ptr pic 9(3).
           01 chunk pic x(32).

           linkage section.
           *> Request to bring into step; 0 walks every request on
           *> file (the conversion, and the batch programs that touch
           *> many requests at once).
           01 syncID pic 9(6).
           01 syncRequests pic 9(6).
           01 syncLines pic 9(7).
           *> Lines whose name resolved to no itemID.
           01 syncUnresolved pic 9(6).

       procedure division using syncID optional syncRequests
               optional syncLines optional syncUnresolved.

           *> Rebuilt from the request and its backorders every time,
           *> so whichever program moved the request last, the lines
           *> say the same thing it does.
           if syncRequests is not omitted
               move 0 to syncRequests
           end-if
           if syncLines is not omitted
               move 0 to syncLines
           end-if
           if syncUnresolved is not omitted
               move 0 to syncUnresolved
           end-if
           move function current-date(1:8) to todayDate

           open input Requests
           if ReqStat not = "00"
               goback
           end-if
           open i-o RequestLines
           if RlStat = "35"
               open output RequestLines
               close RequestLines
               open i-o RequestLines
           end-if
           if RlStat not = "00"
               close Requests
               goback
           end-if
           move "N" to boUsable
           open input Backorders
           if BoStat = "00"
               move "Y" to boUsable
           end-if
           move "N" to invUsable
           open input Inventory
           if InvStat = "00"
               move "Y" to invUsable
           end-if

           if syncID not = 0
               move syncID to requestID
               read Requests key is requestID
                   invalid key
                       continue
                   not invalid key
                       perform syncOneRequest
               end-read
           else
               move "n" to eof
               perform until eof = "y"
                   read Requests next record
                       at end
                           move "y" to eof
                       not at end
                           perform syncOneRequest
                   end-read
               end-perform
           end-if

           close Requests
           close RequestLines
           if boUsable = "Y"
               close Backorders
           end-if
           if invUsable = "Y"
               close Inventory
           end-if

       goback.

       syncOneRequest.
           if syncRequests is not omitted
               add 1 to syncRequests
           end-if
           *> Request dates are DD/MM/YYYY (getDate's default).
           move 0 to reqDate fillDate
           if dateRequested(7:4) is numeric
               move dateRequested(7:4) to reqDate(1:4)
               move dateRequested(4:2) to reqDate(5:2)
               move dateRequested(1:2) to reqDate(7:2)
           end-if
           if fulfilledDate(7:4) is numeric
               move fulfilledDate(7:4) to fillDate(1:4)
               move fulfilledDate(4:2) to fillDate(5:2)
               move fulfilledDate(1:2) to fillDate(7:2)
           end-if

           move 0 to lineNo
           move 1 to ptr
           perform until ptr > function length(itemNQuant)
               move spaces to chunk
               unstring itemNQuant
                   delimited by "; "
                   into chunk
                   with pointer ptr
               if chunk not = spaces
                   move spaces to parseName
                   move 0 to parseQuant
                   unstring chunk
                       delimited by ", "
                       into parseName, parseQuant
                   add 1 to lineNo
                   perform syncOneLine
               end-if
           end-perform

           perform dropSurplusLines.

       syncOneLine.
           move requestID to rl-requestID
           move lineNo to rl-lineNo
           read RequestLines key is rlKey
               invalid key
                   move "N" to recExists
               not invalid key
                   move "Y" to recExists
           end-read

           move requestID to rl-requestID
           move lineNo to rl-lineNo
           move parseName to rl-itemName
           move department to rl-department
           move reqDate to rl-requestDate
           move parseQuant to rl-orderedQty
           move todayDate to rl-updated

           move 0 to rl-itemID
           if invUsable = "Y"
               move parseName to itemName
               read Inventory key is itemName
                   invalid key
                       if syncUnresolved is not omitted
                           add 1 to syncUnresolved
                       end-if
                   not invalid key
                       move itemID to rl-itemID
               end-read
           end-if

           perform findShortage

           move 0 to rl-approvedQty rl-filledQty rl-backorderQty
           move 0 to rl-fulfilledDate
           evaluate reqStatus
               when "PENDING"
                   move "PENDING" to rl-lineStatus
               when "APPROVED"
                   move parseQuant to rl-approvedQty
                   move "APPROVED" to rl-lineStatus
               when "REJECTED"
                   move "REJECTED" to rl-lineStatus
               when "Cancelled"
                   move "CANCELLED" to rl-lineStatus
               when "Fulfilled"
               when "DELIVERED"
                   move parseQuant to rl-approvedQty
                   move fillDate to rl-fulfilledDate
                   if shortQty > parseQuant
                       move parseQuant to shortQty
                   end-if
                   move shortQty to rl-backorderQty
                   compute rl-filledQty = parseQuant - shortQty
                   if shortQty > 0
                       move "BACKORDER" to rl-lineStatus
                   else
                       if reqStatus = "DELIVERED"
                           move "DELIVERED" to rl-lineStatus
                       else
                           move "FILLED" to rl-lineStatus
                       end-if
                   end-if
               when other
                   move reqStatus to rl-lineStatus
           end-evaluate

           if recExists = "Y"
               rewrite RequestLineRec
           else
               write RequestLineRec
           end-if
           if syncLines is not omitted
               add 1 to syncLines
           end-if.

       *> Only a still-OPEN backorder is owed; one filled from a later
       *> restock counts as filled on the line.
       findShortage.
           move 0 to shortQty
           if boUsable not = "Y" or rl-itemID = 0
               exit paragraph
           end-if
           move requestID to bo-requestID
           move rl-itemID to bo-itemID
           read Backorders key is boKey
               invalid key
                   continue
               not invalid key
                   if bo-status = "OPEN"
                       move bo-qtyShort to shortQty
                   end-if
           end-read.

       *> An amendment that took lines off leaves rows past the new
       *> last line; they go.
       dropSurplusLines.
           move requestID to rl-requestID
           move lineNo to rl-lineNo
           start RequestLines key is greater than rlKey
               invalid key
                   exit paragraph
           end-start
           move "n" to lineEof
           perform until lineEof = "y"
               read RequestLines next record
                   at end
                       move "y" to lineEof
                   not at end
                       if rl-requestID not = requestID
                           move "y" to lineEof
                       else
                           delete RequestLines
                       end-if
               end-read
           end-perform.
