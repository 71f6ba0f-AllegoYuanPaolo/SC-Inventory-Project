               close Inventory
           end-if
           move todayDate to cc-date
           move spaces to cc-site

           open extend CycleCountHistory
           if CcHistStat = "05" or CcHistStat = "35"
