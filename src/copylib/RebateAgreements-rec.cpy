           FD RebateAgreements.
           01 RebateAgreementRec.
               *> A vendor's volume rebate for one contract year:
               *> reach a threshold of spend (or of units) inside the
               *> year and the tier's percentage comes back on every
               *> unit of spend in the year, not just the part above
               *> the threshold.
               02 rbKey.
                   03 rb-vendorCode pic x(8).
                   *> 0 = everything bought from the vendor.
                   03 rb-itemID pic 9(5).
                   03 rb-yearStart pic 9(8).
               *> Inclusive, YYYYMMDD.
               02 rb-yearEnd pic 9(8).
               *> S = spend at receipt cost, Q = units received.
               02 rb-basis pic x(1).
               *> Ascending thresholds; an unused tier is 0.
               02 rb-tierList.
                   03 rb-tier occurs 4 times.
                       04 rb-threshold pic 9(9)v99.
                       04 rb-pct pic 9(2)v99.
               02 rb-changedBy pic x(10).
               02 rb-changedDate pic 9(8).
