               *> codes follow the Adjustments.dat vocabulary
               *> (DAMAGE / SPOILAGE / EXPIRED / MISCOUNT...).
               02 wl-department pic x(32).
               02 wl-itemID pic 9(5).
               02 wl-itemName pic x(25).
               02 wl-qty pic 9(4).
               02 wl-reasonCode pic x(10).
