               *> W = warn when a request would go over budget,
               *> B = block it outright.
               02 deptEnforce pic x(1).
               *> Roll-up: the division the department reports under
               *> and its cost-center code on the general ledger.
               *> Blank division prints as UNASSIGNED in the
               *> division subtotals.
               02 deptDivision pic x(16).
               02 deptCostCenter pic x(8).
               *> Encumbrance (committed, not yet charged), rebuilt
               *> by recalcEncumbrance.cbl whenever a request is
               *> approved, fulfilled or cancelled: approved requests
               *> not yet fulfilled, open backorders and standing
               *> orders due this month at current unitCost, and the
               *> open value of project-coded PO lines charged to
               *> the department.
               02 deptEncRequests pic 9(9)v99.
               02 deptEncBackorders pic 9(9)v99.
               02 deptEncStanding pic 9(9)v99.
               02 deptEncPOs pic 9(9)v99.
               02 deptEncumbered pic 9(9)v99.
               02 deptEncDate pic 9(8).
               *> Satellite storeroom (SiteStock.dat ss-site) the
               *> department draws from first at fulfillment, the
               *> main storeroom covering the rest; spaces = main
               *> storeroom only.
               02 deptHomeSite pic x(8).
               *> Where the notification outbox sends news of the
               *> department's requests (an e-mail address, read by
               *> the mail gateway); spaces = nobody to tell.
               02 deptContact pic x(40).
