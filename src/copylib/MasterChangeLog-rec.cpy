           FD MasterChangeLog.
           01 masterChangeRec.
               *> One row per field a maintenance screen changed:
               *> the before image the master record itself no longer
               *> holds. Appended by logMasterChange.cbl only. An add
               *> logs its fields with old value spaces, a delete
               *> logs them with new value spaces.
               02 mc-file pic x(24).
               *> The record's key as the screen showed it, e.g. the
               *> itemID, or "dept/matType/tranType" for a compound key.
               02 mc-key pic x(40).
               02 mc-field pic x(20).
               02 mc-oldValue pic x(40).
               02 mc-newValue pic x(40).
               02 mc-operatorID pic x(10).
               02 mc-date pic 9(8).
               02 mc-time pic x(8).
