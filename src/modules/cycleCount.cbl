
                  copy "CountHist".

                  *> Satellite-site counts reconcile against the
                  *> building's own balance and rotation stamp.
                  copy "SiteStock".

                  copy "SiteCountSched".

        DATA DIVISION.
           file section.
               copy "Inventory-rec.cpy".

               copy "CountHist-rec".

               copy "SiteStock-rec".

               copy "SiteCountSched-rec".

            WORKING-STORAGE SECTION.
            01 eof pic x value "n".
            01 InvStat pic xx.
            01 SchedStat pic xx.
            01 AdjStat pic xx.
            01 CcHistStat pic xx.
            01 SiteStat pic xx.
            01 ScsStat pic xx.
            01 schedExists pic x.
            01 todayNum pic 9(8).
            01 nowTime pic x(8).
            01 varI pic 9(3).
            01 postChoice pic x.
            01 lineChoice pic x.
            01 reasonType pic x(10) value "ADJUST".
            01 reasonCancelled pic x.
            01 postOperator pic x(10).
            01 authorized pic x.
            01 SupervisorRole pic x(10) value "SUPERVISOR".
            *> The supervisor the poster stands in for when only a
            *> delegation let them through; journaled beside them.
            01 actingFor pic x(10).
            01 postedCount pic 9(3) value 0.
            01 frozenFlag pic x.
            01 ledQty pic s9(6).
            01 ledType pic x(10).
            01 ledRef pic 9(6) value 0.

            *> Blank = the main storeroom, counted against itemStock;
            *> a site code counts that satellite site against its
            *> SiteStock.dat balance.
            01 countSite pic x(8).
            01 bookQty pic 9(6).
            01 siteExists pic x.
            01 newStock pic s9(6).

            01 WS-itemID pic 9(5).
            01 WS-countedQty pic 9(4).
            01 variance pic s9(4).

        PROCEDURE DIVISION using optional sessionOperator.
           display "=== Physical Cycle-Count Reconciliation ==="
           display "Site counted (blank = main storeroom): "
                   with no advancing
           accept countSite
           if countSite = "MAIN"
               move spaces to countSite
           end-if
           display "ItemID| Item                     | System | Counted | Variance"

           *> Reset scan state: this program is CALLed repeatedly from
               end-if
               call "openFileCheck" using SchedStat

           if countSite not = spaces
               open input SiteStock
                   if SiteStat not = "00"
                       display "No SiteStock.dat; site " countSite
                               " has no balances to count against"
                       close PhysicalCount
                       close CountSchedule
                       exit program
                   end-if
               open i-o SiteCountSchedule
                   if ScsStat = "35"
                       open output SiteCountSchedule
                       close SiteCountSchedule
                       open i-o SiteCountSchedule
                   end-if
                   call "openFileCheck" using ScsStat
           end-if

           open input Inventory
               call "openFileCheck" using InvStat

                                           "| *** not found in Inventory.dat ***"
                                   add 1 to itemsNotFound
                               not invalid key
                                   perform findBookQty
                                   compute variance = WS-countedQty - bookQty
                                   move bookQty to dispStock
                                   move WS-countedQty to dispCounted
                                   move variance to dispVariance
                                   display itemID "| " itemName "| " dispStock
           close Inventory
           close PhysicalCount
           close CountSchedule
           if countSite not = spaces
               close SiteStock
               close SiteCountSchedule
           end-if

           display "------------------------------------------"
           display "Items counted     : " itemsCounted

       *> READ-key-before-WRITE idiom, same as requestSubtract's
       *> logUsage, stamping today as this item's last-counted date.
       *> What the book says is on the shelf being counted: the
       *> whole itemStock for the main storeroom, the site's row for
       *> a satellite (none on file means the site should hold none).
       findBookQty.
           if countSite = spaces
               move itemStock to bookQty
               exit paragraph
           end-if
           move itemID to ss-itemID
           move countSite to ss-site
           read SiteStock key is ssKey
               invalid key
                   move 0 to bookQty
               not invalid key
                   move ss-qty to bookQty
           end-read.

       stampLastCounted.
           if countSite not = spaces
               perform stampSiteCounted
               exit paragraph
           end-if
           move WS-itemID to cs-itemID
           read CountSchedule key is cs-itemID
               invalid key
               write CountSchedRec
           end-if.

       stampSiteCounted.
           move WS-itemID to scs-itemID
           move countSite to scs-site
           read SiteCountSchedule key is scsKey
               invalid key
                   move "N" to schedExists
               not invalid key
                   move "Y" to schedExists
           end-read
           move todayNum to scs-lastCounted
           if schedExists = "Y"
               rewrite SiteCountSchedRec
           else
               write SiteCountSchedRec
           end-if.

       *> Supervisor-approved posting: each variance can be accepted
       *> onto invRec with a reason code, journaled to Adjustments.dat
       *> so the book-to-floor gap actually closes with a paper trail.
               move sessionOperator to postOperator
           end-if
           call "authCheck" using postOperator authorized
                   SupervisorRole actingFor
           if authorized not = "Y"
               display "Not authorized to post count variances"
               exit paragraph

           call "getDate" using nowTime nowDate

           if countSite not = spaces
               open i-o SiteStock
               call "openFileCheck" using SiteStat
           end-if
           open i-o Inventory
               call "openFileCheck" using InvStat

               end-perform

           close Inventory
           if countSite not = spaces
               close SiteStock
           end-if

           display "Variances posted: " postedCount " of " varCount.

               exit paragraph
           end-if

           display "Reason for the variance:"
           call "pickReason" using reasonType adj-reasonCode
               postOperator reasonCancelled
           if reasonCancelled = "Y"
               display "Skipped"
               exit paragraph
           end-if

           move vItemID(varI) to itemID
           read Inventory key is itemID
               invalid key
                   display "Item vanished since the count; not posted"
               not invalid key
                   if countSite not = spaces
                       perform postSiteVariance
                       exit paragraph
                   end-if
                   *> Journal the movement the correction causes
                   *> against the stock as it stands now, then set
                   *> the book to the counted figure.
                   display "Posted: " itemName " now " itemStock
           end-read.

       *> A site's book is its SiteStock row; itemStock is the total
       *> across buildings, so it moves by the same difference and
       *> the overlay keeps adding up.
       postSiteVariance.
           move vItemID(varI) to ss-itemID
           move countSite to ss-site
           read SiteStock key is ssKey
               invalid key
                   move "N" to siteExists
                   move 0 to ss-qty
               not invalid key
                   move "Y" to siteExists
           end-read
           compute adj-qty = vCounted(varI) - ss-qty
           move vCounted(varI) to ss-qty
           if siteExists = "Y"
               rewrite SiteStockRec
           else
               write SiteStockRec
           end-if

           compute newStock = itemStock + adj-qty
           if newStock < 0
               move 0 to newStock
           end-if
           move newStock to itemStock
           rewrite invRec
           perform appendAdjustment
           move adj-qty to ledQty
           move "ADJUST" to ledType
           move itemStock to ledBal
           call "postItemLedger" using itemID itemName
               ledType ledQty ledBal postOperator ledRef
           add 1 to postedCount
           display "Posted: " itemName " at " countSite " now "
                   ss-qty " (all sites " itemStock ")".

       appendAdjustment.
           move vItemID(varI) to adj-itemID
           move vName(varI) to adj-itemName
           move postOperator to adj-operatorID
           move todayNum to adj-date
           move nowTime to adj-time
           move actingFor to adj-actingFor

           open extend Adjustments
           if AdjStat = "05" or AdjStat = "35"
       appendCountHistory.
           move itemID to cc-itemID
           move itemName to cc-itemName
           move bookQty to cc-systemQty
           move WS-countedQty to cc-countedQty
           move variance to cc-variance
           move unitCost to cc-unitCost
           move materialType to cc-materialType
           move todayNum to cc-date
           move countSite to cc-site

           open extend CycleCountHistory
           if CcHistStat = "05" or CcHistStat = "35"
