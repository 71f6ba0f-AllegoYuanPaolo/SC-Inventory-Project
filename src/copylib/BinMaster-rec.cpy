               02 bm-bin pic x(10).
               02 bm-zone pic x(4).
               02 bm-walkSeq pic 9(4).
               *> What the bin holds, in issuing units of whatever is
               *> slotted there; 0 = never measured (no limit known).
               02 bm-capacity pic 9(6).
               *> Size class: S small, M medium, L large, B bulk
               *> floor. Put-away overflow looks for a bin of the home
               *> bin's class first.
               02 bm-volClass pic x(1).
