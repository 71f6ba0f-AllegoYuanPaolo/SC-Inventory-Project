           FD SiteShipments.
           01 SiteShipmentRec.
               *> One row per consolidated shipment (siteShipments.cbl);
               *> sh-id is the st-shipmentID its transfer lines carry.
               02 sh-id pic 9(4).
               02 sh-toSite pic x(8).
               02 sh-shipDate pic 9(8).
               *> CarrierMaster.dat cr-code; spaces = our own vehicle.
               02 sh-carrier pic x(8).
               02 sh-tracking pic x(30).
               02 sh-pieces pic 9(4).
               *> Whole kilograms.
               02 sh-weight pic 9(6).
               02 sh-lineCount pic 9(3).
               02 sh-unitCount pic 9(6).
               *> Rated off the carrier master at ship time; the
               *> actual charge comes off the carrier's bill and is 0
               *> until it is keyed.
               02 sh-estFreight pic 9(7)v99.
               02 sh-freight pic 9(7)v99.
               *> Y once the actual charge has been spread into the
               *> receiving site's item cost (SiteFreight.dat).
               02 sh-allocated pic x(1).
               02 sh-allocDate pic 9(8).
               02 sh-operatorID pic x(10).
