                   *> Pipe-delimited ship notices from the vendors who
                   *> can send them, same flat-file-loader shape as
                   *> importRequests.cbl:
                   *> poNumber|poLine|quantity|shipDate|partNo
                   *> partNo (the vendor's or manufacturer's number)
                   *> is optional; with it the PO line may be left
                   *> blank and is found by the item it resolves to.
                   select importFile
                       assign to "data\ASNImport.txt"
                       organization is line sequential
            01 workShipDate pic 9(8).
            01 asnRecExists pic x.

            *> Part-number check against the cross-reference
            *> (resolvePartNo.cbl).
            01 inPartNo pic x(25).
            01 partItemID pic 9(5).
            01 partFound pic x.
            01 xrefSource pic x(10) value "ASN".
            01 xrefReference pic x(20).
            01 poEof pic x.

        PROCEDURE DIVISION.
           *> Reset scan state: this program is CALLed repeatedly from
           *> menuDriver's loop within the same run unit, and these
           move spaces to inPOLine
           move spaces to inQty
           move spaces to inShipDate
           move spaces to inPartNo
           unstring importLine delimited by "|"
               into inPONumber, inPOLine, inQty, inShipDate, inPartNo
           end-unstring

           move "Y" to lineValid
               move "N" to lineValid
               move "bad PO number" to rejectReasonText
           end-if
           if lineValid = "Y" and inPOLine = spaces
              and inPartNo = spaces
               move "N" to lineValid
               move "no PO line and no part number" to rejectReasonText
           end-if
           if lineValid = "Y" and inPOLine not = spaces
              and function trim(inPOLine) is not numeric
               move "N" to lineValid
               move "bad PO line number" to rejectReasonText
           end-if

           if lineValid = "Y"
               compute workPONumber = function numval(inPONumber)
               if inPOLine = spaces
                   move 0 to workPOLine
               else
                   compute workPOLine = function numval(inPOLine)
               end-if
               compute workQty = function numval(inQty)
               if function trim(inShipDate) is numeric
                   compute workShipDate = function numval(inShipDate)
               end-if
           end-if

           if lineValid = "Y" and workPOLine = 0
               perform findLineByPart
           end-if
           if lineValid = "Y"
               perform matchPOLine
           end-if
           if lineValid = "Y" and inPartNo not = spaces
               perform checkPartNumber
           end-if

           if lineValid = "Y"
               perform stageOneReceipt
                   end-if
           end-read.

       *> No line number on the notice: the part number, resolved
       *> against the PO's own vendor, picks the receivable line
       *> for that item.
       findLineByPart.
           move spaces to xrefReference
           string "PO " workPONumber delimited by size
               into xrefReference
           end-string
           move "n" to poEof
           move "N" to partFound
           move workPONumber to po-number
           move 0 to po-line
           start PurchOrders key is not less than poKey
               invalid key move "y" to poEof
           end-start
           perform until poEof = "y"
               read PurchOrders next record
                   at end
                       move "y" to poEof
                   not at end
                       if po-number not = workPONumber
                           move "y" to poEof
                       else
                           if partFound = "N"
                               call "resolvePartNo" using inPartNo
                                   po-vendorCode xrefSource
                                   xrefReference partItemID partFound
                               if partFound not = "Y"
                                   move "y" to poEof
                               end-if
                           end-if
                           if partFound = "Y"
                              and po-itemID = partItemID
                              and (po-lineStatus = "OPEN"
                                   or po-lineStatus = "PARTIAL")
                               move po-line to workPOLine
                               move "y" to poEof
                           end-if
                       end-if
               end-read
           end-perform
           if workPOLine = 0
               move "N" to lineValid
               evaluate partFound
                   when "Y"
                       string "part " function trim(inPartNo)
                              " is item " partItemID
                              ", no open line for it"
                           delimited by size into rejectReasonText
                       end-string
                   when "A"
                       string "part " function trim(inPartNo)
                              " matches several items"
                           delimited by size into rejectReasonText
                       end-string
                   when other
                       string "part " function trim(inPartNo)
                              " not recognised (exception list)"
                           delimited by size into rejectReasonText
                       end-string
               end-evaluate
           end-if.

       *> With both a line and a part number, they must agree: a
       *> part number that means a different item is the wrong-item
       *> receipt caught before the carton is opened.
       checkPartNumber.
           move spaces to xrefReference
           string "PO " workPONumber "/" workPOLine delimited by size
               into xrefReference
           end-string
           call "resolvePartNo" using inPartNo po-vendorCode
               xrefSource xrefReference partItemID partFound
           evaluate partFound
               when "Y"
                   if partItemID not = po-itemID
                       move "N" to lineValid
                       string "part " function trim(inPartNo)
                              " is item " partItemID ", PO line is "
                              po-itemID
                           delimited by size into rejectReasonText
                       end-string
                   end-if
               when "A"
                   display "Line " lineNo ": part "
                           function trim(inPartNo)
                           " matches several items; PO line decides"
               when other
                   display "Line " lineNo ": part "
                           function trim(inPartNo)
                           " not recognised; logged for mapping"
           end-evaluate.

       *> Add-or-accumulate: a second notice for the same line (a
       *> split shipment) adds onto the staged quantity.
       stageOneReceipt.
