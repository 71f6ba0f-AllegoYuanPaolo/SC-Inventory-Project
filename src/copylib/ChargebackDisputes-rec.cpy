               *> stays APPROVED for the next run instead of being
               *> forfeited.
               02 cd-appliedAmount pic 9(9)v99.
               *> The supervisor cd-decidedBy was standing in for
               *> under a delegation; spaces otherwise.
               02 cd-decidedFor pic x(10).
