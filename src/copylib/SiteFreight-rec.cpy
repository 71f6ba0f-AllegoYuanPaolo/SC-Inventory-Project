           FD SiteFreight.
           01 SiteFreightRec.
               *> Freight the satellite storeroom's stock has cost to
               *> get there, on top of the item's unitCost: the site's
               *> item cost is unitCost + sf-perUnit.
               02 sfKey.
                   03 sf-itemID pic 9(5).
                   03 sf-site pic x(8).
               02 sf-freightTotal pic 9(9)v99.
               02 sf-unitsShipped pic 9(7).
               02 sf-perUnit pic 9(5)v9999.
               02 sf-lastAlloc pic 9(8).
