               *> One bucket per item per period: W + YYYYWW weekly,
               *> M + YYYYMM monthly, accumulated wherever stock is
               *> issued.
               *> Keyed on itemID so a corrected item name keeps its
               *> history; the name rides along as a label.
               02 UsageKey.
                   03 u-itemID pic 9(5).
                   03 u-periodType pic x(1).
                   03 u-periodKey pic x(6).
               02 u-itemName pic x(25).
               02 u-qtyUsed pic 9(6).
               02 u-lastUpdated pic 9(8).
