           FD ReasonCodes.
           01 ReasonCodeRec.
               *> The one spelling of every reason a transaction may
               *> carry, per transaction type: ADJUST (Adjustments.dat,
               *> count variances included), WASTE (WasteLog.dat), OSD
               *> (OsdClaims), REJECT (request rejections) and RTV
               *> (returns to vendor). pickReason offers these as the
               *> pick list and refuses anything else.
               02 rcKey.
                   03 rc-tranType pic x(10).
                   03 rc-code pic x(10).
               02 rc-description pic x(30).
               *> Expense account the GL export posts this reason's
               *> value to instead of the mapped default; spaces keep
               *> the GlAccountMap coding.
               02 rc-glAccount pic x(8).
               *> Y = the operator must be SUPERVISOR (or sign a
               *> supervisor on) before the code is accepted.
               02 rc-needsSupervisor pic x(1).
               *> N retires a code from the pick list; history that
               *> already carries it still reads.
               02 rc-active pic x(1).
