      $set sourceformat"free"
        IDENTIFICATION DIVISION.
        PROGRAM-ID. samplePlanMaint.

       environment division.
           input-output section.
             file-control.
                  copy "SamplePlans".

        DATA DIVISION.
           file section.
               copy "SamplePlans-rec".

            WORKING-STORAGE SECTION.
            01 SpStat pic xx.
            01 eof pic x value "n".

            01 choice pic 9 value 1.
            01 maintOperator pic x(10).
            01 authorized pic x.
            *> Sample sizes decide what reaches the shelves
            *> uninspected: quality's table.
            01 QaRole pic x(10) value "QA".
            01 inLevel pic x(1).
            01 inLotMax pic 9(5).
            01 inSample pic 9(4).
            01 inAccept pic 9(3).
            01 inReject pic 9(3).
            01 recIsNew pic x.
            01 todayDate pic 9(8).
            01 listedCount pic 9(4) value 0.
            01 seededCount pic 9(3) value 0.
            01 dispLotMin pic zz,zz9.
            01 dispLotMax pic zz,zz9.
            01 prevLotMax pic 9(5).
            01 prevLevel pic x(1).

            *> Validated-input work fields (getNumeric).
            01 numIn pic 9(8).
            01 numCancel pic x.

            *> Before/after pair for the master-file change log.
            01 chgFile pic x(24) value "SamplePlans.dat".
            01 chgKey pic x(40).
            01 chgField pic x(20).
            01 chgOld pic x(40).
            01 chgNew pic x(40).

            *> The single-sampling plans the table starts from, by
            *> level and lot-size band: level, lot size up to, sample,
            *> accept at, reject at. Loading them adds only the rows
            *> not already on file, so local changes survive.
            01 StdMax pic 9(2) value 36.
            01 stdCatalog.
                02 filler pic x(16) value "N000080002000001".
                02 filler pic x(16) value "N000150003000001".
                02 filler pic x(16) value "N000250005000001".
                02 filler pic x(16) value "N000500008000001".
                02 filler pic x(16) value "N000900013000001".
                02 filler pic x(16) value "N001500020000001".
                02 filler pic x(16) value "N002800032001002".
                02 filler pic x(16) value "N005000050001002".
                02 filler pic x(16) value "N012000080002003".
                02 filler pic x(16) value "N032000125003004".
                02 filler pic x(16) value "N100000200005006".
                02 filler pic x(16) value "N999990315007008".
                02 filler pic x(16) value "T000080003000001".
                02 filler pic x(16) value "T000150005000001".
                02 filler pic x(16) value "T000250008000001".
                02 filler pic x(16) value "T000500013000001".
                02 filler pic x(16) value "T000900020000001".
                02 filler pic x(16) value "T001500032000001".
                02 filler pic x(16) value "T002800050001002".
                02 filler pic x(16) value "T005000080001002".
                02 filler pic x(16) value "T012000125002003".
                02 filler pic x(16) value "T032000200003004".
                02 filler pic x(16) value "T100000315005006".
                02 filler pic x(16) value "T999990500008009".
                02 filler pic x(16) value "R000080002000001".
                02 filler pic x(16) value "R000150002000001".
                02 filler pic x(16) value "R000250002000001".
                02 filler pic x(16) value "R000500003000001".
                02 filler pic x(16) value "R000900005000001".
                02 filler pic x(16) value "R001500008000001".
                02 filler pic x(16) value "R002800013000001".
                02 filler pic x(16) value "R005000020001002".
                02 filler pic x(16) value "R012000032001002".
                02 filler pic x(16) value "R032000050002003".
                02 filler pic x(16) value "R100000080003004".
                02 filler pic x(16) value "R999990125005006".
            01 stdTable redefines stdCatalog.
                02 stdEntry occurs 36 times.
                    03 stdLevel pic x(1).
                    03 stdLotMax pic 9(5).
                    03 stdSample pic 9(4).
                    03 stdAccept pic 9(3).
                    03 stdReject pic 9(3).
            01 stdI pic 9(2).

        linkage section.
        *> Menu-driven sessions pass the logged-in operator so
        *> this program stops trusting a re-typed ID; called
        *> standalone it still prompts.
        01 sessionOperator pic x(10).

        PROCEDURE DIVISION using optional sessionOperator.
           *> Reset scan state: this program is CALLed repeatedly from
           *> menuDriver's loop within the same run unit, and these
           *> fields only initialize once via their VALUE clauses.
           move "n" to eof
           move 0 to listedCount
           move 0 to seededCount

           display "=== Inspection Sampling Plans ==="
           display "  [1] List plans"
           display "  [2] Set a plan row"
           display "  [3] Remove a plan row"
           display "  [4] Load the standard plans"
           display "> " with no advancing
           accept choice

           if choice > 1
               if sessionOperator is omitted
                   display "Operator ID: " with no advancing
                   accept maintOperator
               else
                   move sessionOperator to maintOperator
               end-if
               call "authCheck" using maintOperator authorized QaRole
               if authorized not = "Y"
                   display "Not authorized to change sampling plans"
                   exit program
               end-if
           end-if
           move function current-date(1:8) to todayDate

           open i-o SamplePlans
               if SpStat = "35"
                   open output SamplePlans
                   close SamplePlans
                   open i-o SamplePlans
               end-if
               call "openFileCheck" using SpStat

               evaluate choice
                   when 2
                       perform setPlanRow
                   when 3
                       perform removePlanRow
                   when 4
                       perform loadStandard
                   when other
                       perform listPlans
               end-evaluate

           close SamplePlans

       exit program.

       *> Each row covers lots from one above the previous row's
       *> size up to its own, within the level.
       listPlans.
           display "Lvl | Lot size        | Sample | Accept | Reject"
           move spaces to prevLevel
           move low-values to spKey
           start SamplePlans key is not less than spKey
               invalid key move "y" to eof
           end-start
           perform until eof = "y"
               read SamplePlans next record
                   at end
                       move "y" to eof
                   not at end
                       if sp-level not = prevLevel
                           move 0 to prevLotMax
                           move sp-level to prevLevel
                       end-if
                       compute dispLotMin = prevLotMax + 1
                       move sp-lotMax to dispLotMax
                       display sp-level "   | " dispLotMin " - "
                               dispLotMax " |   " sp-sampleSize
                               " |    " sp-acceptNo "  |    "
                               sp-rejectNo
                       move sp-lotMax to prevLotMax
                       add 1 to listedCount
               end-read
           end-perform
           display "Plan rows: " listedCount
           display "Levels: N = normal, T = tightened, R = reduced "
                   "(skip-lot lots due inspection use R)".

       askLevelAndSize.
           display "Level [N/T/R]: " with no advancing
           accept inLevel
           inspect inLevel converting "ntr" to "NTR"
           if inLevel not = "N" and inLevel not = "T"
              and inLevel not = "R"
               display "Unknown level"
               move "Y" to numCancel
               exit paragraph
           end-if
           display "Lot size up to: " with no advancing
           call "getNumeric" using numIn numCancel
           if numCancel = "Y"
               exit paragraph
           end-if
           if numIn = 0 or numIn > 99999
               display "Lot size must be 1 to 99999"
               move "Y" to numCancel
               exit paragraph
           end-if
           move numIn to inLotMax.

       setPlanRow.
           perform askLevelAndSize
           if numCancel = "Y"
               display "Nothing saved"
               exit paragraph
           end-if
           move inLevel to sp-level
           move inLotMax to sp-lotMax
           move "N" to recIsNew
           move spaces to chgOld
           read SamplePlans key is spKey
               invalid key
                   move "Y" to recIsNew
               not invalid key
                   string sp-sampleSize "/" sp-acceptNo "/"
                          sp-rejectNo
                       delimited by size into chgOld
                   end-string
                   display "On file: sample " sp-sampleSize
                           " accept " sp-acceptNo
                           " reject " sp-rejectNo
           end-read

           display "Sample size: " with no advancing
           call "getNumeric" using numIn numCancel
           if numCancel = "Y" or numIn = 0 or numIn > 9999
               display "Nothing saved"
               exit paragraph
           end-if
           move numIn to inSample
           display "Accept at defects up to: " with no advancing
           call "getNumeric" using numIn numCancel
           if numCancel = "Y" or numIn > 998
               display "Nothing saved"
               exit paragraph
           end-if
           move numIn to inAccept
           display "Reject at defects of [0 = accept + 1]: "
                   with no advancing
           call "getNumeric" using numIn numCancel
           if numCancel = "Y" or numIn > 999
               display "Nothing saved"
               exit paragraph
           end-if
           move numIn to inReject
           if inReject = 0
               compute inReject = inAccept + 1
           end-if
           if inReject <= inAccept or inAccept >= inSample
               display "Reject count must exceed accept count, and "
                       "accept count must be below the sample size"
               exit paragraph
           end-if

           move inLevel to sp-level
           move inLotMax to sp-lotMax
           move inSample to sp-sampleSize
           move inAccept to sp-acceptNo
           move inReject to sp-rejectNo
           move maintOperator to sp-changedBy
           move todayDate to sp-changedDate
           if recIsNew = "Y"
               write samplePlanRec
               display "Plan row added"
           else
               rewrite samplePlanRec
               display "Plan row changed"
           end-if

           move spaces to chgKey
           string inLevel "/" inLotMax delimited by size into chgKey
           end-string
           move "sample/accept/reject" to chgField
           move spaces to chgNew
           string inSample "/" inAccept "/" inReject
               delimited by size into chgNew
           end-string
           call "logMasterChange" using chgFile chgKey chgField
               chgOld chgNew maintOperator.

       removePlanRow.
           perform askLevelAndSize
           if numCancel = "Y"
               display "Nothing removed"
               exit paragraph
           end-if
           move inLevel to sp-level
           move inLotMax to sp-lotMax
           read SamplePlans key is spKey
               invalid key
                   display "No such plan row"
                   exit paragraph
           end-read
           move spaces to chgOld
           string sp-sampleSize "/" sp-acceptNo "/" sp-rejectNo
               delimited by size into chgOld
           end-string
           delete SamplePlans record
           display "Plan row removed; lots in its band fall to the "
                   "next larger row"

           move spaces to chgKey
           string inLevel "/" inLotMax delimited by size into chgKey
           end-string
           move "sample/accept/reject" to chgField
           move spaces to chgNew
           call "logMasterChange" using chgFile chgKey chgField
               chgOld chgNew maintOperator.

       loadStandard.
           perform varying stdI from 1 by 1 until stdI > StdMax
               move stdLevel(stdI) to sp-level
               move stdLotMax(stdI) to sp-lotMax
               read SamplePlans key is spKey
                   invalid key
                       move stdSample(stdI) to sp-sampleSize
                       move stdAccept(stdI) to sp-acceptNo
                       move stdReject(stdI) to sp-rejectNo
                       move maintOperator to sp-changedBy
                       move todayDate to sp-changedDate
                       write samplePlanRec
                       add 1 to seededCount
               end-read
           end-perform
           display "Standard plan rows added: " seededCount.
