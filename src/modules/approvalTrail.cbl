      $set sourceformat"free"
       identification division.
       program-id. approvalTrail.

       environment division.
           input-output section.
               file-control.
                   copy "ApprovalSignoffs".

       data division.
           file section.
               copy "ApprovalSignoffs-rec".

           working-storage section.
           01 trailEof pic x.
           01 nextSeq pic 9(2).
           01 trailDate pic x(10).
           01 dispLimit pic ZZZ,ZZZ,ZZ9.99.

           local-storage section.
           01 AsStat pic xx.

           linkage section.
           *> S = show the levels signed so far (and answer the two
           *> flags), W = add this signature as the next level.
           01 atAction pic x(1).
           *> R = request, P = purchase order.
           01 atDocType pic x(1).
           01 atDocID pic 9(6).
           01 atOperator pic x(10).
           01 atActingFor pic x(10).
           01 atValue pic 9(9)v99.
           01 atLimit pic 9(9)v99.
           01 atOutcome pic x(10).
           01 atDirector pic x(1).
           *> Back from S: Y when this approver (or the approver they
           *> stand in for) already signed a level, Y when a director
           *> already has, and the number of levels on file.
           01 atSignedByMe pic x(1).
           01 atDirectorSigned pic x(1).
           01 atLevels pic 9(2).

       procedure division using atAction atDocType atDocID atOperator
               atActingFor atValue atLimit atOutcome atDirector
               atSignedByMe atDirectorSigned atLevels.

           *> One trail for both approval queues, so a request and a
           *> PO read the same way whichever screen signed them.
           move "N" to atSignedByMe
           move "N" to atDirectorSigned
           move 0 to atLevels
           move 0 to nextSeq

           if atAction = "W"
               open i-o ApprovalSignoffs
               if AsStat = "35"
                   open output ApprovalSignoffs
                   close ApprovalSignoffs
                   open i-o ApprovalSignoffs
               end-if
               call "openFileCheck" using AsStat
           else
               open input ApprovalSignoffs
               if AsStat not = "00"
                   goback
               end-if
           end-if

           move atDocType to as-docType
           move atDocID to as-docID
           move 0 to as-seq
           move "n" to trailEof
           start ApprovalSignoffs key is not less than asKey
               invalid key move "y" to trailEof
           end-start
           perform until trailEof = "y"
               read ApprovalSignoffs next record
                   at end
                       move "y" to trailEof
                   not at end
                       if as-docType not = atDocType
                          or as-docID not = atDocID
                           move "y" to trailEof
                       else
                           perform noteOneLevel
                       end-if
               end-read
           end-perform

           if atAction = "W"
               perform writeLevel
           end-if
           close ApprovalSignoffs

       goback.

       noteOneLevel.
           add 1 to atLevels
           move as-seq to nextSeq
           if as-operator = atOperator
              or (atActingFor not = spaces
                  and (as-operator = atActingFor
                       or as-actingFor = atActingFor))
               move "Y" to atSignedByMe
           end-if
           if as-director = "Y" and as-outcome not = "REJECTED"
               move "Y" to atDirectorSigned
           end-if
           if atAction = "S"
               move as-limit to dispLimit
               if atLevels = 1
                   display "  Lvl| Signed by  | For        | Limit"
                           "          | Outcome   | Date"
               end-if
               display "  " as-seq " | " as-operator " | " as-actingFor
                       " |" dispLimit " | " as-outcome " | " as-date
                       " " as-time
               if as-director = "Y"
                   display "       (director sign-off)"
               end-if
           end-if.

       writeLevel.
           if nextSeq >= 99
               display "Sign-off trail is full for " atDocType
                       atDocID
               exit paragraph
           end-if
           initialize ApprovalSignoffRec
           move atDocType to as-docType
           move atDocID to as-docID
           compute as-seq = nextSeq + 1
           move atOperator to as-operator
           move atActingFor to as-actingFor
           move atValue to as-docValue
           move atLimit to as-limit
           move atOutcome to as-outcome
           move atDirector to as-director
           move function current-date(1:8) to as-date
           call "getDate" using as-time trailDate
           write ApprovalSignoffRec
               invalid key
                   display "Sign-off level " as-seq " already on file "
                           "for " atDocType atDocID
           end-write.
