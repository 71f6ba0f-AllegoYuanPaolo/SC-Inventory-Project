
                   copy "ControlledLog".

                   *> The department's home satellite site, drawn on
                   *> before the main storeroom.
                   copy "DeptMaster".

                   copy "SiteStock".

       data division.
           file section.
               copy "Inventory-rec".

               copy "ControlledLog-rec".

               copy "DeptMaster-rec".

               copy "SiteStock-rec".

       working-storage section.
           01 InvStat pic xx.
           01 usageStat pic xx.

           01 BomStat pic xx.
           01 bomUsable pic x value "N".
           01 bomTxnDate pic x(10).
           01 bomRevision pic 9(3).
           01 bomFound pic x.
           01 kitOK pic x.
           01 kitNeedQty pic 9(4).
           01 compJ pic 9(2).
           01 clogTime pic x(8).
           01 clogDate pic x(10).

           01 deptStat pic xx.
           01 SiteStat pic xx.
           01 homeSite pic x(8).
           01 siteUsable pic x value "N".
           01 siteTake pic 9(4).
           01 mainTake pic 9(4).

           01 SubStat pic xx.
           01 subUsable pic x value "N".
           01 subFilled pic x.
           *> counter can never satisfy.
           01 prefJ pic 9(2).
           01 shortItemName pic x(25).
           01 shortItemID pic 9(5).

          01 reqeustRecord.
           02 request occurs 20 times.
           *> Optional: who is driving the fulfillment, so the ISSUE
           *> ledger entries carry a real operator instead of blanks.
           01 issueOperator pic x(10).
           *> Optional: handed back with where each request line was
           *> drawn from - the home site's share and the main
           *> storeroom's - for the caller's dispatch log.
           01 issueSources.
               02 isLine occurs 20 times.
                   03 isItem pic x(25).
                   03 isSite pic x(8).
                   03 isSiteQty pic 9(4).
                   03 isMainQty pic 9(4).
           *> Optional: the date the request was raised, so a kit line
           *> explodes to the revision it was requested under;
           *> omitted means the kit as it stands today.
           01 issueReqDate pic x(10).

       procedure division using itemNQuant
               optional fulfillReqID optional fulfillDept
               optional issueOperator optional issueSources
               optional issueReqDate.

       move spaces to bomTxnDate
       if issueReqDate is not omitted
           move issueReqDate to bomTxnDate
       end-if
       if issueOperator is omitted
           move spaces to ledOperator
       else
       *> initialize once via their VALUE clauses.
       move 1 to i
       move 1 to ptr
       if issueSources is not omitted
           initialize issueSources
       end-if

       perform until ptr > function length(itemNQuant)
                       or i > ReqItemMax
               move "Y" to mtUsable
           end-if

       perform findHomeSite

           perform until item(i) = spaces and quant(i) = spaces
             if item(i) not = spaces and quant(i) not = spaces *>!empty
               move item(i) to itemName
                                           issuedQty " of " itemName
                                   perform logUsageBothPeriods
                                   perform postIssueToLedger
                                   perform drawFromSites
                               end-if
                               perform offerSubstitute
                               if subFilled not = "Y"
                                       " New stock: " itemStock
                               perform logUsageBothPeriods
                               perform postIssueToLedger
                               perform drawFromSites
                           end-if *> close not enough stock
                           if controlledItem = "Y"
                               perform writeControlledLog
       if mtUsable = "Y"
           close MaterialTypes
       end-if
       if siteUsable = "Y"
           close SiteStock
       end-if



       exit program.

       *> A department with a home site set draws from that site's
       *> SiteStock balance first. No department passed, no home
       *> site, or no SiteStock.dat means the main storeroom as
       *> before.
       findHomeSite.
           move spaces to homeSite
           move "N" to siteUsable
           if fulfillDept is omitted
               exit paragraph
           end-if
           open input DeptMaster
           if deptStat not = "00"
               exit paragraph
           end-if
           move fulfillDept to deptName
           read DeptMaster key is deptName
               invalid key
                   continue
               not invalid key
                   move deptHomeSite to homeSite
           end-read
           close DeptMaster
           if homeSite = spaces or homeSite = "MAIN"
               move spaces to homeSite
               exit paragraph
           end-if
           open i-o SiteStock
           if SiteStat = "00"
               move "Y" to siteUsable
           else
               move spaces to homeSite
           end-if.

       *> itemStock is the total across buildings and has already
       *> dropped by the whole issue; this says which shelves it came
       *> off. The home site gives what it holds, the rest is the
       *> main storeroom's - relieved from a MAIN row too when the
       *> overlay keeps one.
       drawFromSites.
           move 0 to siteTake
           move issuedQty to mainTake
           if siteUsable = "Y"
               move itemID to ss-itemID
               move homeSite to ss-site
               read SiteStock key is ssKey
                   invalid key
                       continue
                   not invalid key
                       if ss-qty < issuedQty
                           move ss-qty to siteTake
                       else
                           move issuedQty to siteTake
                       end-if
                       if siteTake > 0
                           subtract siteTake from ss-qty
                           rewrite SiteStockRec
                       end-if
               end-read
               compute mainTake = issuedQty - siteTake
               if mainTake > 0
                   move itemID to ss-itemID
                   move "MAIN" to ss-site
                   read SiteStock key is ssKey
                       invalid key
                           continue
                       not invalid key
                           if ss-qty < mainTake
                               move 0 to ss-qty
                           else
                               subtract mainTake from ss-qty
                           end-if
                           rewrite SiteStockRec
                   end-read
               end-if
               display "  From " function trim(homeSite) ": "
                       siteTake "  from main storeroom: " mainTake
           end-if
           if issueSources is not omitted
               move item(i) to isItem(i)
               if siteTake > 0
                   move homeSite to isSite(i)
               else
                   move "MAIN" to isSite(i)
               end-if
               move siteTake to isSiteQty(i)
               move mainTake to isMainQty(i)
           end-if.

       logUsageBothPeriods.
           move itemID to u-itemID
           move itemName to u-itemName
           move "W" to u-periodType
           move weekKey to u-periodKey
           perform logUsage

           move itemID to u-itemID
           move itemName to u-itemName
           move "M" to u-periodType
           move monthKey to u-periodKey
           else
               move fulfillReqID to bo-requestID
           end-if
           move itemID to bo-itemID

           read Backorders key is boKey
               invalid key
                   move 0 to bo-dateFilled
               end-if
           else
               move itemName to bo-itemName
               move shortQty to bo-qtyShort
               if fulfillDept is omitted
                   move spaces to bo-department
               exit paragraph
           end-if
           move item(i) to kitName
           call "bomForDate" using kitName bomTxnDate BomMasterRec
               bomRevision bomFound
           if bomFound not = "Y"
               display "Item not found, line skipped: " item(i)
               exit paragraph
           end-if

           move "Y" to kitOK
           perform varying compJ from 1 by 1
                   until compJ > kitCompCount
               move compItemID(compJ) to itemID
               compute kitNeedQty = compQty(compJ) * quant(i)
               read Inventory key is itemID
                   invalid key
                       display "Kit " function trim(kitName)
                               ": component missing from inventory: "

           perform varying compJ from 1 by 1
                   until compJ > kitCompCount
               move compItemID(compJ) to itemID
               compute kitNeedQty = compQty(compJ) * quant(i)
               read Inventory key is itemID
                   invalid key
                       continue
                   not invalid key
           *> The shorted line's name, saved before component reads
           *> overwrite the invRec buffer.
           move item(i) to shortItemName
           move shortItemName to itemName
           read Inventory key is itemName
               invalid key
                   exit paragraph
           end-read
           move itemID to shortItemID

           perform varying prefJ from 1 by 1
                   until prefJ > 9 or subFilled = "Y"
               move shortItemID to sub-itemID
               move prefJ to sub-prefOrder
               read Substitutes key is subKey
                   invalid key
           end-read.

       offerOneSubstitute.
           move sub-substituteID to itemID
           read Inventory key is itemID
               invalid key
                   exit paragraph
           end-read
