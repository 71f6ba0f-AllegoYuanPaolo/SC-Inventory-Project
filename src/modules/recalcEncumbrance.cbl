      $set sourceformat"free"
       identification division.
       program-id. recalcEncumbrance.

       environment division.
           input-output section.
               file-control.
                   copy "DeptMaster".

                   copy "Requests".

                   copy "Backorders".

                   copy "StandingOrders".

                   copy "PurchOrders".

                   copy "Inventory.cpy".

                   copy "BomMaster".

       data division.
           file section.
               copy "DeptMaster-rec".

               copy "Requests-rec".

               copy "Backorders-rec".

               copy "StandingOrders-rec".

               copy "PurchOrders-rec".

               copy "Inventory-rec.cpy".

               copy "BomMaster-rec".

           working-storage section.

           local-storage section.
           01 deptStat pic xx.
           01 ReqStat pic xx.
           01 BoStat pic xx.
           01 SoStat pic xx.
           01 PoStat pic xx.
           01 InvStat pic xx.
           01 BomStat pic xx.
           01 eof pic x.
           01 invUsable pic x.
           01 bomUsable pic x.
           01 bomRevision pic 9(3).
           01 bomFound pic x.
           01 currPeriod pic 9(6).
           01 todayDate pic 9(8).
           *> Open foreign-currency PO value encumbers at today's
           *> exchange rate (getExchangeRate).
           01 encRate pic 9(4)v9(6).
           01 encRateFound pic x.

           *> Departments being rebuilt, each with its four
           *> commitment buckets; bounded like catTable elsewhere.
           01 EncMax pic 9(2) value 50.
           01 encCount pic 9(2).
           01 encTableRecord.
               02 encTable occurs 50 times.
                   03 enName pic x(32).
                   03 enRequests pic 9(9)v99.
                   03 enBackorders pic 9(9)v99.
                   03 enStanding pic 9(9)v99.
                   03 enPOs pic 9(9)v99.
           01 encI pic 9(2).
           01 matchIdx pic 9(2).
           01 lookDept pic x(32).

           *> Same "item, quant" UNSTRING-by-"; "-then-by-", " parse
           *> requestSubtract.cbl uses, kit-aware like the chargeback.
           01 costText pic x(600).
           01 parseName pic x(25).
           01 parseQuant pic 9(2).
           01 ptr pic 9(3).
           01 chunk pic x(32).
           01 compJ pic 9(2).
           01 lineValue pic 9(9)v99.
           01 textValue pic 9(9)v99.
           01 openQty pic s9(5).

           linkage section.
           *> Department to rebuild; spaces rebuilds every department
           *> on the master.
           01 askDept pic x(32).

       procedure division using askDept.

           *> Recomputed from the source files every time rather than
           *> nudged up and down, so a missed call or a crash can
           *> never leave the figure drifting.
           move function current-date(1:8) to todayDate
           move todayDate(1:6) to currPeriod
           move 0 to encCount
           initialize encTableRecord

           open i-o DeptMaster
           if deptStat not = "00"
               goback
           end-if
           perform loadDepartments
           if encCount = 0
               close DeptMaster
               goback
           end-if

           move "N" to invUsable
           open input Inventory
           if InvStat = "00"
               move "Y" to invUsable
           end-if
           move "N" to bomUsable
           open input BomMaster
           if BomStat = "00"
               move "Y" to bomUsable
           end-if

           perform sumApprovedRequests
           perform sumOpenBackorders
           perform sumStandingOrders
           perform sumProjectPOs

           if invUsable = "Y"
               close Inventory
           end-if
           if bomUsable = "Y"
               close BomMaster
           end-if

           perform varying encI from 1 by 1 until encI > encCount
               move enName(encI) to deptName
               read DeptMaster key is deptName
                   invalid key
                       continue
                   not invalid key
                       move enRequests(encI) to deptEncRequests
                       move enBackorders(encI) to deptEncBackorders
                       move enStanding(encI) to deptEncStanding
                       move enPOs(encI) to deptEncPOs
                       compute deptEncumbered = enRequests(encI)
                           + enBackorders(encI) + enStanding(encI)
                           + enPOs(encI)
                       move todayDate to deptEncDate
                       rewrite DeptMasterRec
               end-read
           end-perform
           close DeptMaster

       goback.

       loadDepartments.
           if askDept not = spaces
               move askDept to deptName
               read DeptMaster key is deptName
                   invalid key
                       exit paragraph
               end-read
               move 1 to encCount
               move askDept to enName(1)
               exit paragraph
           end-if
           move "n" to eof
           perform until eof = "y"
               read DeptMaster next record
                   at end
                       move "y" to eof
                   not at end
                       if encCount < EncMax
                           add 1 to encCount
                           move deptName to enName(encCount)
                       end-if
               end-read
           end-perform.

       findDept.
           move 0 to matchIdx
           perform varying encI from 1 by 1 until encI > encCount
               if enName(encI) = lookDept
                   move encI to matchIdx
               end-if
           end-perform.

       *> Approved and not yet fulfilled: the stock is promised and
       *> the charge is coming.
       sumApprovedRequests.
           open input Requests
           if ReqStat not = "00"
               exit paragraph
           end-if
           move "n" to eof
           perform until eof = "y"
               read Requests next record
                   at end
                       move "y" to eof
                   not at end
                       if reqStatus = "APPROVED"
                           move department to lookDept
                           perform findDept
                           if matchIdx not = 0
                               move itemNQuant to costText
                               perform costItemText
                               add textValue to enRequests(matchIdx)
                           end-if
                       end-if
               end-read
           end-perform
           close Requests.

       sumOpenBackorders.
           open input Backorders
           if BoStat not = "00"
               exit paragraph
           end-if
           move "n" to eof
           perform until eof = "y"
               read Backorders next record
                   at end
                       move "y" to eof
                   not at end
                       if bo-status = "OPEN"
                           move bo-department to lookDept
                           perform findDept
                           if matchIdx not = 0
                               move 0 to lineValue
                               move 0 to unitCost
                               if invUsable = "Y"
                                   move bo-itemID to itemID
                                   read Inventory key is itemID
                                       invalid key
                                           move 0 to unitCost
                                   end-read
                               end-if
                               compute lineValue =
                                   bo-qtyShort * unitCost
                               add lineValue to enBackorders(matchIdx)
                           end-if
                       end-if
               end-read
           end-perform
           close Backorders.

       *> Standing orders that will generate a request before the
       *> month is out.
       sumStandingOrders.
           open input StandingOrders
           if SoStat not = "00"
               exit paragraph
           end-if
           move "n" to eof
           perform until eof = "y"
               read StandingOrders next record
                   at end
                       move "y" to eof
                   not at end
                       if so-active = "A"
                          and so-nextRun(1:6) = currPeriod
                           move so-department to lookDept
                           perform findDept
                           if matchIdx not = 0
                               move so-items to costText
                               perform costItemText
                               add textValue to enStanding(matchIdx)
                           end-if
                       end-if
               end-read
           end-perform
           close StandingOrders.

       *> Only buyer-approved lines still awaiting receipt; an
       *> unpriced line is valued at the item's current cost.
       sumProjectPOs.
           open input PurchOrders
           if PoStat not = "00"
               exit paragraph
           end-if
           move "n" to eof
           perform until eof = "y"
               read PurchOrders next record
                   at end
                       move "y" to eof
                   not at end
                       if po-project not = spaces
                          and (po-lineStatus = "OPEN"
                               or po-lineStatus = "PARTIAL")
                           move po-chargeDept to lookDept
                           perform findDept
                           if matchIdx not = 0
                               compute openQty =
                                   po-orderedQty - po-receivedQty
                               if openQty > 0
                                   if po-unitPrice = 0
                                       move po-itemName to parseName
                                       perform readItemCost
                                       compute lineValue =
                                           openQty * unitCost
                                   else
                                       call "getExchangeRate" using
                                           po-currency todayDate
                                           encRate encRateFound
                                       if encRateFound not = "Y"
                                           move 1 to encRate
                                       end-if
                                       compute lineValue rounded =
                                           openQty * po-unitPrice
                                           * encRate
                                   end-if
                                   add lineValue to enPOs(matchIdx)
                               end-if
                           end-if
                       end-if
               end-read
           end-perform
           close PurchOrders.

       readItemCost.
           move 0 to unitCost
           if invUsable = "Y"
               move parseName to itemName
               read Inventory key is itemName
                   invalid key
                       move 0 to unitCost
               end-read
           end-if.

       costItemText.
           move 0 to textValue
           move 1 to ptr
           perform until ptr > function length(costText)
               move spaces to chunk
               unstring costText
                   delimited by "; "
                   into chunk
                   with pointer ptr
               if chunk not = spaces
                   move spaces to parseName
                   move 0 to parseQuant
                   unstring chunk
                       delimited by ", "
                       into parseName, parseQuant
                   perform costOneLine
                   add lineValue to textValue
               end-if
           end-perform.

       costOneLine.
           move 0 to lineValue
           if invUsable not = "Y"
               exit paragraph
           end-if
           move parseName to itemName
           read Inventory key is itemName
               invalid key
                   perform costKitLine
               not invalid key
                   compute lineValue = parseQuant * unitCost
           end-read.

       costKitLine.
           if bomUsable not = "Y"
               exit paragraph
           end-if
           move parseName to kitName
           call "bomForDate" using kitName dateRequested BomMasterRec
               bomRevision bomFound
           if bomFound not = "Y"
               exit paragraph
           end-if
           perform varying compJ from 1 by 1
                   until compJ > kitCompCount
               move compItemID(compJ) to itemID
               read Inventory key is itemID
                   invalid key
                       continue
                   not invalid key
                       compute lineValue = lineValue
                           + (compQty(compJ) * parseQuant * unitCost)
               end-read
           end-perform.
