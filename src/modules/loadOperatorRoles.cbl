                       *> receiving field untouched when a line has
                       *> fewer tokens than the newest layout.
                       move "WELCOME" to r-password
                       move space to r-status
                       move 0 to r-inactiveDate
                       move spaces to r-successor
                       move spaces to r-pwHash
                       move 0 to r-pwChangedDate
                       move 0 to r-failCount
                       move space to r-locked
                       move 0 to r-lockedDate
                       move spaces to r-pwHistoryList
                       move spaces to r-proposedRole
                       move 0 to r-proposedDate
                       unstring roleLine delimited by "|"
                           into r-operatorID, r-role, r-password
                       end-unstring
                       *> Only the hash is kept; the seed password
                       *> counts as expired, so each operator picks
                       *> their own at first sign-on.
                       call "hashPassword" using r-operatorID
                           r-password r-pwHash
                       move spaces to r-password
                       write OperatorRolesRec
                           invalid key
                               display "Duplicate operator ID, "
