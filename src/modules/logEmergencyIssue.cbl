      $set sourceformat"free"
       identification division.
       program-id. logEmergencyIssue.

       environment division.
           input-output section.
               file-control.
                   copy "EmergencyIssues".

       data division.
           file section.
               copy "EmergencyIssues-rec".

           working-storage section.
           01 scanEof pic x.
           01 highestID pic 9(6).

           local-storage section.
           01 EgStat pic xx.

           linkage section.
           *> The slip as it was taken; the date and time are when the
           *> stock left the shelf, which for a queued entry is the
           *> capture time, not the posting time.
           01 leDate pic 9(8).
           01 leTime pic x(8).
           01 leTakenBy pic x(8).
           01 leDepartment pic x(32).
           01 leItemID pic 9(5).
           01 leItemName pic x(25).
           01 leQty pic 9(2).
           01 leUnitCost pic 9(6)v99.
           01 leReason pic x(30).
           01 leIssuedBy pic x(10).
           01 leSource pic x(1).
           *> Returned: the worklist number, 0 if nothing was written.
           01 leID pic 9(6).

       procedure division using leDate leTime leTakenBy leDepartment
               leItemID leItemName leQty leUnitCost leReason leIssuedBy
               leSource leID.

           *> One writer for the online screen and the queue poster,
           *> so both land on the same morning worklist.
           move 0 to leID
           open i-o EmergencyIssues
           if EgStat = "35"
               open output EmergencyIssues
               close EmergencyIssues
               open i-o EmergencyIssues
           end-if
           if EgStat not = "00"
               call "openFileCheck" using EgStat
               goback
           end-if

           move 0 to highestID
           move "n" to scanEof
           perform until scanEof = "y"
               read EmergencyIssues next record
                   at end
                       move "y" to scanEof
                   not at end
                       if eg-id > highestID
                           move eg-id to highestID
                       end-if
               end-read
           end-perform

           initialize EmergencyIssueRec
           compute eg-id = highestID + 1
           move leDate to eg-date
           move leTime to eg-time
           move leTakenBy to eg-takenBy
           move leDepartment to eg-department
           move leItemID to eg-itemID
           move leItemName to eg-itemName
           move leQty to eg-qty
           move leUnitCost to eg-unitCost
           move leReason to eg-reason
           move leIssuedBy to eg-issuedBy
           move leSource to eg-source
           move "OPEN" to eg-status
           move "N" to eg-repeatFlag
           write EmergencyIssueRec
               invalid key
                   display "Error: emergency issue " eg-id
                           " already on file"
               not invalid key
                   move eg-id to leID
           end-write
           close EmergencyIssues

       goback.
