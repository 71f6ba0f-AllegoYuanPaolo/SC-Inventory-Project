           FD CarrierMaster.
           01 CarrierMasterRec.
               02 cr-code pic x(8).
               02 cr-name pic x(30).
               *> How the carrier bills: W = per kg of weight, P = per
               *> piece, F = flat per shipment.
               02 cr-rateBasis pic x(1).
               02 cr-rate pic 9(5)v99.
               *> Least the carrier bills for a shipment, whatever the
               *> weight or piece count.
               02 cr-minCharge pic 9(5)v99.
               02 cr-account pic x(16).
               *> A = active, I = no longer used; kept for history.
               02 cr-status pic x(1).
