      $set sourceformat"free"
       identification division.
       program-id. serialMove.

       environment division.
           input-output section.
               file-control.
                   copy "SerialUnits".

                   copy "SerialHistory".

       data division.
           file section.
               copy "SerialUnits-rec".

               copy "SerialHistory-rec".

           working-storage section.
           01 SuStat pic xx.
           01 ShStat pic xx.
           01 ruleName pic x(20).
           01 ruleValue pic 9(9).
           01 nowTime pic x(8).
           01 nowDate pic x(10).
           01 todayDate pic 9(8).
           01 inSerial pic x(20).
           01 serialOK pic x.
           01 needStatus pic x(10).
           01 newStatus pic x(10).
           01 priorHolder pic x(32).
           01 calStatus pic x(1).
           01 calNextDue pic 9(8).

           *> The serials keyed for this movement, checked as a set
           *> before any row changes so an abandoned capture leaves
           *> the file as it was.
           01 SerialMax pic 9(2) value 50.
           01 serialTableRecord.
               02 serialEntry occurs 50 times.
                   03 stSerial pic x(20).
                   03 stNote pic x(40).
           01 serialI pic 9(4).
           01 serialJ pic 9(4).

           linkage section.
           01 smItemID pic 9(5).
           01 smItemName pic x(25).
           *> Tracking applies to durable items and to anything whose
           *> unit cost reaches SERIAL-MIN-VALUE (whole currency
           *> units); everything else returns at once.
           01 smDurable pic x(1).
           01 smUnitCost pic 9(6)v99.
           01 smQty pic 9(4).
           *> RECEIVED / REGISTERED / LOAN-OUT / LOAN-IN / REPAIR-OUT /
           *> REPAIR-IN / RETIRED.
           01 smEvent pic x(10).
           *> Department or vendor taking the units; spaces when they
           *> come back to the shelf.
           01 smHolder pic x(32).
           *> Loan or repair order number; 0 when there is none.
           01 smRef pic 9(6).
           01 smOperator pic x(10).
           *> Y when the operator abandoned the capture; the caller
           *> then leaves the movement unposted.
           01 smCancelled pic x(1).

       procedure division using smItemID smItemName smDurable
               smUnitCost smQty smEvent smHolder smRef smOperator
               smCancelled.

           *> Every program that moves a serial-tracked unit captures
           *> the serials here, so the status, holder and history of
           *> each unit stay the same whichever screen moved it.
           move "N" to smCancelled
           if smQty = 0
               goback
           end-if
           if smDurable not = "Y"
               move "SERIAL-MIN-VALUE" to ruleName
               move 1000 to ruleValue
               call "getParam" using ruleName ruleValue
               if smUnitCost < ruleValue
                   goback
               end-if
           end-if
           if smQty > SerialMax
               display "Serial-tracked item: move " SerialMax
                       " units or fewer at a time"
               move "Y" to smCancelled
               goback
           end-if

           evaluate smEvent
               when "LOAN-OUT"
                   move "IN-STOCK" to needStatus
                   move "LOANED" to newStatus
               when "LOAN-IN"
                   move "LOANED" to needStatus
                   move "IN-STOCK" to newStatus
               when "REPAIR-OUT"
                   move "IN-STOCK" to needStatus
                   move "AT-REPAIR" to newStatus
               when "REPAIR-IN"
                   move "AT-REPAIR" to needStatus
                   move "IN-STOCK" to newStatus
               when "RETIRED"
                   move "IN-STOCK" to needStatus
                   move "RETIRED" to newStatus
               when other
                   move spaces to needStatus
                   move "IN-STOCK" to newStatus
           end-evaluate

           open i-o SerialUnits
           if SuStat = "35"
               open output SerialUnits
               close SerialUnits
               open i-o SerialUnits
           end-if
           call "openFileCheck" using SuStat

           display "Serial-tracked: key the serial of each of the "
                   smQty " unit(s)"
           initialize serialTableRecord
           perform varying serialI from 1 by 1
                   until serialI > smQty or smCancelled = "Y"
               move "N" to serialOK
               perform askSerial
                   until serialOK = "Y" or smCancelled = "Y"
           end-perform
           if smCancelled = "Y"
               close SerialUnits
               display "Serial capture abandoned; nothing posted"
               goback
           end-if

           move function current-date(1:8) to todayDate
           call "getDate" using nowTime nowDate
           open extend SerialHistory
           if ShStat = "05" or ShStat = "35"
               open output SerialHistory
               close SerialHistory
               open extend SerialHistory
           end-if
           perform varying serialI from 1 by 1 until serialI > smQty
               perform applyOneSerial
           end-perform
           close SerialHistory
           close SerialUnits

       goback.

       askSerial.
           display "  Serial " serialI " of " smQty
                   " (* = abandon): " with no advancing
           accept inSerial
           if inSerial = "*"
               move "Y" to smCancelled
               exit paragraph
           end-if
           if inSerial = spaces
               display "  Serial number required"
               exit paragraph
           end-if
           perform varying serialJ from 1 by 1 until serialJ >= serialI
               if stSerial(serialJ) = inSerial
                   display "  " function trim(inSerial)
                           " already keyed for this movement"
                   exit paragraph
               end-if
           end-perform

           move smItemID to su-itemID
           move inSerial to su-serial
           read SerialUnits key is suKey
               invalid key
                   if needStatus not = spaces
                       display "  No unit " function trim(inSerial)
                               " on file for this item"
                       exit paragraph
                   end-if
               not invalid key
                   if needStatus = spaces
                       display "  Unit " function trim(inSerial)
                               " is already on file ("
                               function trim(su-status) ")"
                       exit paragraph
                   end-if
                   if su-status not = needStatus
                       display "  Unit " function trim(inSerial)
                               " is " function trim(su-status)
                               ", not " function trim(needStatus)
                       exit paragraph
                   end-if
                   if smEvent = "LOAN-OUT"
                       call "calibrationCheck" using smItemID
                           inSerial calStatus calNextDue
                       if calStatus = "X" or calStatus = "F"
                           display "  Unit " function trim(inSerial)
                                   " is out of calibration (due "
                                   calNextDue "); pick another unit"
                           exit paragraph
                       end-if
                   end-if
                   if (smEvent = "LOAN-IN" or smEvent = "REPAIR-IN")
                      and smRef not = 0 and su-refID not = smRef
                       display "  Unit " function trim(inSerial)
                               " went out on " su-refID
                               ", not " smRef
                       exit paragraph
                   end-if
           end-read

           move inSerial to stSerial(serialI)
           if smEvent = "LOAN-IN" or smEvent = "REPAIR-IN"
               display "  Condition (Enter = OK): " with no advancing
               accept stNote(serialI)
           end-if
           move "Y" to serialOK.

       applyOneSerial.
           move spaces to priorHolder
           move smItemID to su-itemID
           move stSerial(serialI) to su-serial
           if needStatus = spaces
               move smItemName to su-itemName
               move todayDate to su-acquiredDate
               move smUnitCost to su-cost
               move newStatus to su-status
               move spaces to su-holder
               move smRef to su-refID
               move todayDate to su-lastMoveDate
               write serialUnitRec
           else
               read SerialUnits key is suKey
                   invalid key
                       exit paragraph
               end-read
               move su-holder to priorHolder
               move newStatus to su-status
               if newStatus = "IN-STOCK" or newStatus = "RETIRED"
                   move spaces to su-holder
                   move 0 to su-refID
               else
                   move smHolder to su-holder
                   move smRef to su-refID
               end-if
               move todayDate to su-lastMoveDate
               rewrite serialUnitRec
           end-if

           *> A unit coming back records who it came back from, so
           *> damage found later traces to the last holder.
           move smItemID to sh-itemID
           move stSerial(serialI) to sh-serial
           move todayDate to sh-date
           move nowTime to sh-time
           move smEvent to sh-event
           if priorHolder not = spaces
               move priorHolder to sh-holder
           else
               move smHolder to sh-holder
           end-if
           move smRef to sh-refID
           move smOperator to sh-operatorID
           move stNote(serialI) to sh-note
           write serialHistRec.
