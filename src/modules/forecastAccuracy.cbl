
                  copy "UsageTrend".

                  copy "Inventory.cpy".

        DATA DIVISION.
           file section.
               copy "Forecast-rec".

               copy "UsageTrend-rec".

               copy "Inventory-rec.cpy".

            WORKING-STORAGE SECTION.
            01 FcStat pic xx.
            01 usageStat pic xx.
            01 InvStat pic xx.
            01 eof pic x value "n".

            01 inPeriod pic 9(6).
                   exit program
               end-if

           *> Forecasts still name the item; the actuals are keyed
           *> on the itemID that name resolves to.
           open input Inventory
               if InvStat not = "00"
                   display "No Inventory.dat; no actuals"
                   close Forecast
                   close UsageTrend
                   exit program
               end-if

           display "Item                      | Forecast | Actual "
                   "| Error pct"


           close Forecast
           close UsageTrend
           close Inventory

           display "------------------------------------------"
           display "Item-months scored: " scoredCount

       scoreOne.
           move 0 to actualQty
           move fc-itemName to itemName
           read Inventory key is itemName
               invalid key
                   move 0 to itemID
           end-read
           move itemID to u-itemID
           move "M" to u-periodType
           move inPeriod to u-periodKey
           read UsageTrend key is UsageKey
