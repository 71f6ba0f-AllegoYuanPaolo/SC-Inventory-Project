      $set sourceformat"free"
       identification division.
       program-id. bomForDate.

       environment division.
           input-output section.
               file-control.
                   copy "BomRevisions".

                   copy "BomMaster".

       data division.
           file section.
               copy "BomRevisions-rec".

               copy "BomMaster-rec".

           working-storage section.
           01 brEof pic x.
           01 wantKit pic x(25).
           01 wantDate pic 9(8).
           01 wantDateText redefines wantDate pic x(8).
           01 anyRevision pic x.

           local-storage section.
           01 BrStat pic xx.
           01 BomStat pic xx.

           linkage section.
           01 bfKitName pic x(25).
           *> The transaction date as the caller holds it: DD/MM/YYYY
           *> off a request, YYYY-MM-DD, or YYYYMMDD; spaces or zeros
           *> mean today.
           01 bfDate pic x(10).
           *> Handed back shaped like a BomMasterRec.
           01 bfBom.
               02 bfKit pic x(25).
               02 bfCompCount pic 9(2).
               02 bfComponents pic x(320).
           *> The revision used; 0 when the kit has no revision
           *> history and BomMaster.dat answered.
           01 bfRevision pic 9(3).
           01 bfFound pic x.

       procedure division using bfKitName bfDate bfBom bfRevision
               bfFound.

           *> The kit as it stood on the transaction date. A kit
           *> with revisions answers from them, so last month's
           *> requests and builds explode the way they were made;
           *> one never revised answers from BomMaster.dat as it
           *> always has.
           move bfKitName to wantKit
           move "N" to bfFound
           move 0 to bfRevision
           perform resolveDate

           move "N" to anyRevision
           open input BomRevisions
           if BrStat = "00"
               move wantKit to br-kitName
               move 0 to br-revision
               move "n" to brEof
               start BomRevisions key is not less than brKey
                   invalid key move "y" to brEof
               end-start
               perform until brEof = "y"
                   read BomRevisions next record
                       at end
                           move "y" to brEof
                       not at end
                           if br-kitName not = wantKit
                               move "y" to brEof
                           else
                               move "Y" to anyRevision
                               if br-effFrom <= wantDate
                                  and (br-effTo = 0
                                       or br-effTo >= wantDate)
                                   move br-kitName to bfKit
                                   move br-compCount to bfCompCount
                                   move br-components to bfComponents
                                   move br-revision to bfRevision
                                   move "Y" to bfFound
                               end-if
                           end-if
                   end-read
               end-perform
               close BomRevisions
           end-if
           if anyRevision = "Y"
               goback
           end-if

           open input BomMaster
           if BomStat = "00"
               move wantKit to kitName
               read BomMaster key is kitName
                   invalid key
                       continue
                   not invalid key
                       move BomMasterRec to bfBom
                       move "Y" to bfFound
               end-read
               close BomMaster
           end-if

       goback.

       resolveDate.
           evaluate true
               when bfDate = spaces or bfDate(1:8) = "00000000"
                   move function current-date(1:8) to wantDate
               when bfDate(3:1) = "/"
                   string bfDate(7:4) bfDate(4:2) bfDate(1:2)
                       delimited by size into wantDateText
                   end-string
               when bfDate(5:1) = "-"
                   string bfDate(1:4) bfDate(6:2) bfDate(9:2)
                       delimited by size into wantDateText
                   end-string
               when bfDate(1:8) is numeric
                   move bfDate(1:8) to wantDate
               when other
                   move function current-date(1:8) to wantDate
           end-evaluate.
