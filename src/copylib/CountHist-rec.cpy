               02 cc-unitCost pic 9(6)v99.
               02 cc-materialType pic x(10).
               02 cc-date pic 9(8).
               *> Satellite site the count was taken at (SiteStock.dat
               *> ss-site); spaces = the main storeroom's itemStock.
               02 cc-site pic x(8).
