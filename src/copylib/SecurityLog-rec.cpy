           FD SecurityLog.
           01 securityLogRec.
               *> Every account-security event, appended as it
               *> happens (logSecurityEvent.cbl): SIGNON-FAIL,
               *> LOCKED, UNLOCKED, PW-CHANGED, PW-RESET,
               *> LOGIN-ADDED (HR-feed login confirmed).
               02 sl-date pic 9(8).
               02 sl-time pic x(8).
               *> The account the event happened to.
               02 sl-operatorID pic x(10).
               02 sl-event pic x(12).
               *> Who did it: the administrator for an unlock or
               *> reset, the operator themself otherwise.
               02 sl-byOperator pic x(10).
               02 sl-note pic x(40).
