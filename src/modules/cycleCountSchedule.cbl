
                  copy "CountSched".

                  *> Satellite-site balances and their own rotation
                  *> stamps, for count sheets per building.
                  copy "SiteStock".

                  copy "SiteCountSched".

                  *> The itemID|blank-count sheet the floor fills in
                  *> and feeds back through cycleCount.cbl; named for
                  *> the day like viewInventory.cbl's ReportFile.

               copy "CountSched-rec".

               copy "SiteStock-rec".

               copy "SiteCountSched-rec".

               FD CountSheet.
               01 sheetLine pic x(40).

            01 todayDate pic 9(8).
            01 sheetFileName pic x(48).

            *> Blank (or MAIN) counts the main storeroom's itemStock
            *> as before; a site code schedules that satellite site
            *> from SiteStock.dat, and * does every satellite site,
            *> one sheet each.
            01 inSite pic x(8).
            01 countSite pic x(8).
            01 SiteMax pic 9(2) value 20.
            01 siteCount pic 9(2) value 0.
            01 siteTableRecord.
                02 siteCode occurs 20 times pic x(8).
            01 siteI pic 9(2).
            01 siteMatch pic 9(2).
            01 siteFull pic x value "N".

            *> Rotation policy in days by ABC class: A items monthly,
            *> B quarterly, C twice a year. Unclassified items count
            *> on the C cadence until abcClassify.cbl first runs.
            01 InvStat pic xx.
            01 SchedStat pic xx.
            01 SheetStat pic xx.
            01 SiteStat pic xx.
            01 ScsStat pic xx.

        PROCEDURE DIVISION.
           *> Reset scan state: this program is CALLed repeatedly from
           *> fields only initialize once via their VALUE clauses.
           move "n" to eof
           move 0 to dueCount
           move 0 to siteCount
           move "N" to siteFull
           initialize covTable

           display "=== Cycle-Count Schedule Generator ==="
           move function current-date(1:8) to todayDate
           display "Site (blank = main storeroom, * = every "
                   "satellite site): " with no advancing
           accept inSite
           move spaces to countSite
           if inSite not = spaces and inSite not = "MAIN"
               perform scheduleSites
               exit program
           end-if

           open i-o CountSchedule
               if SchedStat = "35"
       exit program.

       checkOneItem.
           perform applyClassPolicy

           move itemID to cs-itemID
           read CountSchedule key is cs-itemID
                   move cs-lastCounted to lastCounted
           end-read

           perform queueIfDue.

       applyClassPolicy.
           evaluate abcClass
               when "A"
                   move ADays to policyDays
                   add 1 to covTotalA
               when "B"
                   move BDays to policyDays
                   add 1 to covTotalB
               when other
                   move CDays to policyDays
                   add 1 to covTotalC
           end-evaluate.

       queueIfDue.
           compute dueByDate =
               function integer-of-date(todayDate) - policyDays
           move function date-of-integer(dueByDate) to dueByDate
       *> parser expects, count left blank for the floor to fill in;
       *> the item name and bin print alongside for the walk.
       writeSheet.
           move spaces to sheetFileName
           if countSite = spaces
               string "data\CountSheet_" delimited by size
                      todayDate delimited by size
                      ".txt" delimited by size
                      into sheetFileName
               end-string
           else
               string "data\CountSheet_" delimited by size
                      countSite delimited by space
                      "_" delimited by size
                      todayDate delimited by size
                      ".txt" delimited by size
                      into sheetFileName
               end-string
           end-if

           open output CountSheet
           call "openFileCheck" using SheetStat
           call "registerSpool" using "COUNTSHEET  "
               sheetFileName
           display "Fill the blank counts, trim to itemID|count, and "
                   "save as data\PhysicalCount.txt for cycleCount"
           if countSite not = spaces
               display "(enter site " countSite " when cycleCount "
                       "asks which site was counted)"
           end-if.

       reportCoverage.
           display "Coverage (items overdue / total by class):"
                   " / " covTotalB
           display "  C (every " CDays " days): " covOverdueC
                   " / " covTotalC.

       *> Satellite sites rotate on the same ABC policy, but against
       *> the quantities SiteStock.dat says each building holds and
       *> their own last-counted stamps. Sheets stay in item order:
       *> binLocation is the main storeroom's bin, not the site's.
       scheduleSites.
           open input SiteStock
               if SiteStat not = "00"
                   display "No SiteStock.dat; no satellite balances "
                           "to count"
                   exit paragraph
               end-if

           open i-o SiteCountSchedule
               if ScsStat = "35"
                   open output SiteCountSchedule
                   close SiteCountSchedule
                   open i-o SiteCountSchedule
               end-if
               call "openFileCheck" using ScsStat

           open input Inventory
               call "openFileCheck" using InvStat

           if inSite = "*"
               perform collectSites
           else
               move 1 to siteCount
               move inSite to siteCode(1)
           end-if

           perform varying siteI from 1 by 1 until siteI > siteCount
               move siteCode(siteI) to countSite
               perform scheduleOneSite
           end-perform
           if siteFull = "Y"
               display "(more than " SiteMax " sites; name the rest "
                       "one at a time)"
           end-if
           if siteCount = 0
               display "No satellite site balances on file"
           end-if

           close Inventory
           close SiteCountSchedule
           close SiteStock.

       collectSites.
           move "n" to eof
           move low-values to ssKey
           start SiteStock key is not less than ssKey
               invalid key move "y" to eof
           end-start
           perform until eof = "y"
               read SiteStock next record
                   at end
                       move "y" to eof
                   not at end
                       if ss-site not = "MAIN" and ss-site not = spaces
                           perform addSiteCode
                       end-if
               end-read
           end-perform.

       addSiteCode.
           move 0 to siteMatch
           perform varying siteI from 1 by 1 until siteI > siteCount
               if siteCode(siteI) = ss-site
                   move siteI to siteMatch
               end-if
           end-perform
           if siteMatch = 0
               if siteCount < SiteMax
                   add 1 to siteCount
                   move ss-site to siteCode(siteCount)
               else
                   move "Y" to siteFull
               end-if
           end-if.

       scheduleOneSite.
           move 0 to dueCount
           initialize covTable
           move "n" to eof
           move low-values to ssKey
           start SiteStock key is not less than ssKey
               invalid key move "y" to eof
           end-start
           perform until eof = "y"
               read SiteStock next record
                   at end
                       move "y" to eof
                   not at end
                       if ss-site = countSite
                           perform checkOneSiteItem
                       end-if
               end-read
           end-perform

           display spaces
           display "Site " countSite
           perform reportCoverage
           if dueCount = 0
               display "Nothing due for counting at " countSite
           else
               perform writeSheet
           end-if.

       checkOneSiteItem.
           move ss-itemID to itemID
           read Inventory key is itemID
               invalid key
                   exit paragraph
           end-read
           perform applyClassPolicy

           move ss-itemID to scs-itemID
           move countSite to scs-site
           read SiteCountSchedule key is scsKey
               invalid key
                   move 0 to scs-lastCounted
                   write SiteCountSchedRec
                   move 0 to lastCounted
               not invalid key
                   move scs-lastCounted to lastCounted
           end-read

           perform queueIfDue.
