      $set sourceformat"free"
        IDENTIFICATION DIVISION.
        PROGRAM-ID. bomRevisionSync.

       environment division.
           input-output section.
             file-control.
                  copy "BomRevisions".

                  copy "BomMaster".

        DATA DIVISION.
           file section.
               copy "BomRevisions-rec".

               copy "BomMaster-rec".

            WORKING-STORAGE SECTION.
            01 BrStat pic xx.
            01 BomStat pic xx.
            01 eof pic x value "n".
            01 todayDate pic 9(8).
            01 revCount pic 9(5) value 0.
            01 kitsSeen pic 9(5) value 0.
            01 updatedCount pic 9(5) value 0.

            *> The revision in effect today for the kit being read;
            *> the rows of one kit arrive together in key order.
            01 curKit pic x(25).
            01 haveCurrent pic x.
            01 curRevision pic 9(3).
            01 curCompCount pic 9(2).
            01 curComponents pic x(320).

            *> Counts handed back to the nightly window
            *> (batchStepStats.cbl).
            01 statAction pic x(1) value "P".
            01 statRead pic 9(7).
            01 statWritten pic 9(7).
            01 statRejected pic 9(7).
            01 statCode pic 9(2).

        PROCEDURE DIVISION.
           *> Reset scan state: this program is CALLed repeatedly
           *> (nightly and on demand) within the same run unit, and
           *> these fields only initialize once via their VALUE
           *> clauses.
           move "n" to eof
           move 0 to revCount
           move 0 to kitsSeen
           move 0 to updatedCount

           *> A revision dated ahead takes effect overnight: every kit
           *> under revision control gets BomMaster.dat rewritten to
           *> the revision in effect today, so the programs that only
           *> read the current kit see the change on its first day.
           display "=== BOM Revision Roll-Forward ==="
           move function current-date(1:8) to todayDate
           open input BomRevisions
           if BrStat not = "00"
               display "No BomRevisions.dat; no kits under revision "
                       "control"
               exit program
           end-if
           open i-o BomMaster
           if BomStat = "35"
               open output BomMaster
               close BomMaster
               open i-o BomMaster
           end-if
           call "openFileCheck" using BomStat

           move spaces to curKit
           move "N" to haveCurrent
           perform until eof = "y"
               read BomRevisions next record
                   at end
                       move "y" to eof
                   not at end
                       add 1 to revCount
                       if br-kitName not = curKit
                           perform applyCurrent
                           move br-kitName to curKit
                           move "N" to haveCurrent
                           add 1 to kitsSeen
                       end-if
                       if br-effFrom <= todayDate
                          and (br-effTo = 0 or br-effTo >= todayDate)
                           move "Y" to haveCurrent
                           move br-revision to curRevision
                           move br-compCount to curCompCount
                           move br-components to curComponents
                       end-if
               end-read
           end-perform
           perform applyCurrent

           close BomRevisions
           close BomMaster
           display "Kits under revision control: " kitsSeen
           display "BomMaster.dat rows brought forward: " updatedCount

           move revCount to statRead
           move updatedCount to statWritten
           move 0 to statRejected
           move 0 to statCode
           call "batchStepStats" using statAction statRead statWritten
               statRejected statCode

       exit program.

       *> Only a row that differs is rewritten, so a quiet night
       *> touches nothing.
       applyCurrent.
           if curKit = spaces or haveCurrent not = "Y"
               exit paragraph
           end-if
           move curKit to kitName
           read BomMaster key is kitName
               invalid key
                   move curKit to kitName
                   move curCompCount to kitCompCount
                   move curComponents to kitComponents
                   write BomMasterRec
                   add 1 to updatedCount
                   display "  " function trim(curKit)
                           " added at revision " curRevision
               not invalid key
                   if kitCompCount not = curCompCount
                      or kitComponents not = curComponents
                       move curCompCount to kitCompCount
                       move curComponents to kitComponents
                       rewrite BomMasterRec
                       add 1 to updatedCount
                       display "  " function trim(curKit)
                               " now at revision " curRevision
                   end-if
           end-read.
