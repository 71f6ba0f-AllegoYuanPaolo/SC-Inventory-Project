           FD SiteCountSchedule.
           01 SiteCountSchedRec.
               *> CountSchedRec's per-site twin: one row per item per
               *> satellite site, so each building rotates on its own
               *> count history instead of the main storeroom's.
               02 scsKey.
                   03 scs-itemID pic 9(5).
                   03 scs-site pic x(8).
               *> YYYYMMDD of the last processed count at the site;
               *> 0 means never counted there.
               02 scs-lastCounted pic 9(8).
