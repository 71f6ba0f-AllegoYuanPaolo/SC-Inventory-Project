           FD SamplePlans.
           01 samplePlanRec.
               *> One row per inspection level and lot-size band: the
               *> row with the smallest sp-lotMax not below the lot's
               *> quantity is the plan that applies. Levels are
               *> N = normal, T = tightened, R = reduced; skip-lot
               *> lots that are due inspection use the reduced plan.
               02 spKey.
                   03 sp-level pic x(1).
                   03 sp-lotMax pic 9(5).
               *> Units to pull. A sample at or above the lot size
               *> means inspect the whole lot.
               02 sp-sampleSize pic 9(4).
               *> Accept the lot at sp-acceptNo defects or fewer,
               *> reject it at sp-rejectNo or more.
               02 sp-acceptNo pic 9(3).
               02 sp-rejectNo pic 9(3).
               02 sp-changedBy pic x(10).
               02 sp-changedDate pic 9(8).
