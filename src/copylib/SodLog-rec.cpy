               *> time one pair of hands was knowingly allowed to do
               *> two stages of the same request, who and when.
               *> APPROVE-OWN = approved a request they keyed,
               *> FULFIL-OWN = fulfilled a request they approved,
               *> APPROVE-FOR = approved, as a delegate, a request
               *> keyed by the approver they were acting for.
               02 sod-type pic x(12).
               02 sod-requestID pic 9(6).
               02 sod-operatorID pic x(10).
