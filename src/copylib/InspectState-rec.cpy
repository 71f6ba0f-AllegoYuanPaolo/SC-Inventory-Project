           FD InspectState.
           01 inspectStateRec.
               *> Where each vendor's material type stands on the
               *> inspection switching rules, moved on by every lot
               *> qaRelease.cbl accepts or rejects. No row yet means
               *> normal inspection.
               02 isKey.
                   03 is-vendorCode pic x(8).
                   03 is-materialType pic x(10).
               *> N = normal, T = tightened, R = reduced,
               *> S = skip-lot (only one lot in QA-SKIP-FREQ is
               *> held for inspection).
               02 is-level pic x(1).
               *> Lots accepted in a row since the last rejection or
               *> level change.
               02 is-cleanRun pic 9(4).
               *> Last five lot results, newest first: A = accepted,
               *> R = rejected, space = no lot yet.
               02 is-recent pic x(5).
               *> Skip-lot receipts passed straight to stock since
               *> the last one held.
               02 is-skipCount pic 9(3).
               02 is-lastResult pic x(6).
               02 is-lastDate pic 9(8).
