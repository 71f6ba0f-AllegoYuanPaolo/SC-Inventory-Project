           FD HazardProfile.
           01 hazardProfileRec.
               *> One row per hazardous item; an item with no row is
               *> not hazmat. The class drives the storage
               *> compatibility check at re-slot and put-away.
               02 hz-itemID pic 9(5).
               02 hz-itemName pic x(25).
               *> Hazard class as the SDS gives it: 1, 2.1, 2.2, 2.3,
               *> 3, 4.1, 4.2, 4.3, 5.1, 5.2, 6.1, 7, 8 or 9.
               02 hz-class pic x(4).
               02 hz-sdsID pic x(20).
               *> Revision date printed on the SDS; 0 = no SDS on file.
               02 hz-sdsRevDate pic 9(8).
               *> Storage requirement as the SDS words it (flammables
               *> cabinet, ventilated, keep dry...).
               02 hz-storage pic x(30).
               *> Most stock units one location may hold; 0 = no limit.
               02 hz-maxPerLoc pic 9(5).
               02 hz-changedBy pic x(10).
               02 hz-changedDate pic 9(8).
