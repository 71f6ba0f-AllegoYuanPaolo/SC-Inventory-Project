           FD SystemParams.
           01 SystemParamRec.
               *> One row per business-rule value (tolerances, SLA
               *> clocks, retention days, table limits). Programs ask
               *> getParam.cbl for their value and keep their built-in
               *> default when the name has no row, so the file only
               *> needs rows for rules somebody has actually changed.
               02 prm-name pic x(20).
               02 prm-value pic 9(9).
               02 prm-description pic x(50).
               02 prm-changedBy pic x(10).
               02 prm-changedDate pic 9(8).
