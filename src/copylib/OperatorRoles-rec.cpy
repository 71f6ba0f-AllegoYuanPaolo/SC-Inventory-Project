           01 OperatorRolesRec.
               02 r-operatorID pic x(10).
               02 r-role pic x(10).
               *> Clear-text password from before passwords were
               *> hashed; verifyPassword moves it into r-pwHash and
               *> blanks it the first time the operator signs on.
               02 r-password pic x(10).
               *> Space = active, I = deactivated by offboarding:
               *> the ID stays on file so every log that names it
               *> still resolves, but it no longer signs on, passes
               *> authCheck or witnesses. P = proposed by the HR feed
               *> and not yet confirmed by an administrator; refused
               *> the same way until then.
               02 r-status pic x(1).
               02 r-inactiveDate pic 9(8).
               *> Who took over the leaver's open work.
               02 r-successor pic x(10).
               *> One-way hash of the password (hashPassword.cbl),
               *> salted with the operator ID; checked by the sign-on,
               *> the witness prompt and changePassword.cbl.
               02 r-pwHash pic x(20).
               *> Day the password was last set; 0 = set by an
               *> administrator or the loader, change at next sign-on.
               *> Older than PW-MAX-AGE-DAYS forces a change too.
               02 r-pwChangedDate pic 9(8).
               *> Wrong passwords since the last good sign-on; at
               *> PW-LOCK-TRIES the account locks until an
               *> administrator unlocks it (operatorSecurity.cbl).
               02 r-failCount pic 9(2).
               02 r-locked pic x(1).
               02 r-lockedDate pic 9(8).
               *> Earlier hashes, newest first, for the no-reuse rule.
               02 r-pwHistoryList.
                   03 r-pwHistory pic x(20) occurs 10 times.
               *> Role the HR feed proposes from the job code, waiting
               *> for an administrator (operatorSecurity.cbl); spaces
               *> when nothing is waiting.
               02 r-proposedRole pic x(10).
               02 r-proposedDate pic 9(8).
