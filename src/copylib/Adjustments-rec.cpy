               02 adj-operatorID pic x(10).
               02 adj-date pic 9(8).
               02 adj-time pic x(8).
               *> The approver adj-operatorID was standing in for
               *> under a delegation; spaces otherwise.
               02 adj-actingFor pic x(10).
