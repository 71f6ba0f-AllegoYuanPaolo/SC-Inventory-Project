
                   copy "ItemLedger".

                   copy "ItemAttributes".

                   copy "PartXref".

                   copy "BomMaster".

                   copy "BomRevisions".

                   *> Two-pass ledger rewrite staging file, the same
                   *> careful copy-out/copy-back resetInventory.cbl
                   *> applies to Inventory.dat.

               copy "ItemLedger-rec".

               copy "ItemAttributes-rec".

               copy "PartXref-rec".

               copy "BomMaster-rec".

               copy "BomRevisions-rec".

               FD LedgerStage.
               01 stageRec pic x(100).

            01 StgStat pic xx.
            01 DelStat pic xx.
            01 FwdStat pic xx.
            01 IaStat pic xx.
            01 PxStat pic xx.
            01 BomStat pic xx.
            01 BrStat pic xx.
            01 eof pic x value "n".

            01 mergeOperator pic x(10).
                    03 utDate pic 9(8).
            01 utI pic 9(2).

            *> Duplicate's specification attributes, collected the
            *> same way before they move to the survivor.
            01 IaMax pic 9(2) value 40.
            01 iaCount pic 9(2) value 0.
            01 iaTableRecord.
                02 iaTable occurs 40 times.
                    03 iatName pic x(16).
                    03 iatValue pic x(40).
            01 iaI pic 9(2).
            01 attrMoved pic 9(2).
            01 xrefMoved pic 9(4).
            *> Kit rows (current and revisions) naming the duplicate.
            01 bomMoved pic 9(4).
            01 compChanged pic x.
            01 compI pic 9(2).

            *> Substitute rows touching the duplicate, same
            *> collect-then-process shape.
            01 SbMax pic 9(2) value 30.
            01 sbCount pic 9(2) value 0.
            01 sbTableRecord.
                02 sbTable occurs 30 times.
                    03 sbOwner pic 9(5).
                    03 sbPref pic 9(1).
                    03 sbSubID pic 9(5).
                    03 sbSubName pic x(25).
            01 sbI pic 9(2).

           perform mergeSafetyStock
           perform mergeSubstitutes
           perform mergeParLevels
           perform mergeAttributes
           perform remapPartXref
           perform remapBomComponents
           perform remapLedger
           perform writeForwardingNote

           end-if

           move "n" to eof
           move dupItemID to u-itemID
           move low-values to u-periodType
           move low-values to u-periodKey
           start UsageTrend key is not less than UsageKey
                   at end
                       move "y" to eof
                   not at end
                       if u-itemID not = dupItemID
                           move "y" to eof
                       else
                           if utCount < UtMax
           end-perform

           perform varying utI from 1 by 1 until utI > utCount
               move dupItemID to u-itemID
               move utType(utI) to u-periodType
               move utKey(utI) to u-periodKey
               read UsageTrend key is UsageKey
                       delete UsageTrend record
               end-read

               move survItemID to u-itemID
               read UsageTrend key is UsageKey
                   invalid key
                       move "N" to recExists
                   add utQty(utI) to u-qtyUsed
                   rewrite UsageRec
               else
                   move survItemID to u-itemID
                   move survName to u-itemName
                   move utType(utI) to u-periodType
                   move utKey(utI) to u-periodKey
           end-if
           close safetyStock.

       *> The duplicate's specification fills in what the survivor
       *> lacks; where both carry an attribute the survivor's stands.
       mergeAttributes.
           move 0 to iaCount
           move 0 to attrMoved
           initialize iaTableRecord
           open i-o ItemAttributes
           if IaStat not = "00"
               exit paragraph
           end-if
           move "n" to eof
           move dupItemID to ia-itemID
           move low-values to ia-attrName
           start ItemAttributes key is not less than iaKey
               invalid key move "y" to eof
           end-start
           perform until eof = "y"
               read ItemAttributes next record
                   at end
                       move "y" to eof
                   not at end
                       if ia-itemID not = dupItemID
                           move "y" to eof
                       else
                           if iaCount < IaMax
                               add 1 to iaCount
                               move ia-attrName to iatName(iaCount)
                               move ia-value to iatValue(iaCount)
                           end-if
                       end-if
               end-read
           end-perform

           perform varying iaI from 1 by 1 until iaI > iaCount
               move dupItemID to ia-itemID
               move iatName(iaI) to ia-attrName
               read ItemAttributes key is iaKey
                   not invalid key
                       delete ItemAttributes record
               end-read
               move survItemID to ia-itemID
               move iatName(iaI) to ia-attrName
               move iatValue(iaI) to ia-value
               move mergeOperator to ia-updatedBy
               move function current-date(1:8) to ia-updatedDate
               write ItemAttributeRec
                   not invalid key
                       add 1 to attrMoved
               end-write
           end-perform
           close ItemAttributes
           move "n" to eof
           if attrMoved > 0
               display "Specification attributes carried: " attrMoved
           end-if.

       *> Vendor and manufacturer numbers that meant the duplicate
       *> now mean the survivor.
       remapPartXref.
           move 0 to xrefMoved
           open i-o PartXref
           if PxStat not = "00"
               exit paragraph
           end-if
           move "n" to eof
           perform until eof = "y"
               read PartXref next record
                   at end
                       move "y" to eof
                   not at end
                       if px-itemID = dupItemID
                           move survItemID to px-itemID
                           rewrite PartXrefRec
                           add 1 to xrefMoved
                       end-if
               end-read
           end-perform
           close PartXref
           move "n" to eof
           if xrefMoved > 0
               display "Part-number cross-references re-pointed: "
                       xrefMoved
           end-if.

       *> Kits that used the duplicate as a component use the
       *> survivor: the current kit and every revision, or the
       *> nightly sync would put the dead item back.
       remapBomComponents.
           move 0 to bomMoved
           open i-o BomMaster
           if BomStat = "00"
               move "n" to eof
               perform until eof = "y"
                   read BomMaster next record
                       at end
                           move "y" to eof
                       not at end
                           move "N" to compChanged
                           perform varying compI from 1 by 1
                                   until compI > kitCompCount
                                      or compI > 10
                               if compItemID(compI) = dupItemID
                                   move survItemID to compItemID(compI)
                                   move survName to compName(compI)
                                   move "Y" to compChanged
                               end-if
                           end-perform
                           if compChanged = "Y"
                               rewrite BomMasterRec
                               add 1 to bomMoved
                           end-if
                   end-read
               end-perform
               close BomMaster
           end-if
           open i-o BomRevisions
           if BrStat = "00"
               move "n" to eof
               perform until eof = "y"
                   read BomRevisions next record
                       at end
                           move "y" to eof
                       not at end
                           move "N" to compChanged
                           perform varying compI from 1 by 1
                                   until compI > br-compCount
                                      or compI > 10
                               if br-compItemID(compI) = dupItemID
                                   move survItemID
                                       to br-compItemID(compI)
                                   move survName to br-compName(compI)
                                   move "Y" to compChanged
                               end-if
                           end-perform
                           if compChanged = "Y"
                               rewrite BomRevisionRec
                               add 1 to bomMoved
                           end-if
                   end-read
               end-perform
               close BomRevisions
           end-if
           move "n" to eof
           if bomMoved > 0
               display "Kit components re-pointed (kits and "
                       "revisions): " bomMoved
           end-if.

       mergeSubstitutes.
           open i-o Substitutes
           if SubStat not = "00"
                   at end
                       move "y" to eof
                   not at end
                       if (sub-itemID = dupItemID
                           or sub-substituteID = dupItemID)
                          and sbCount < SbMax
                           add 1 to sbCount
                           move sub-itemID to sbOwner(sbCount)
                           move sub-prefOrder to sbPref(sbCount)
                           move sub-substituteID
                               to sbSubID(sbCount)
                           move sub-substituteName
                               to sbSubName(sbCount)
                       end-if
           end-perform

           perform varying sbI from 1 by 1 until sbI > sbCount
               move sbOwner(sbI) to sub-itemID
               move sbPref(sbI) to sub-prefOrder
               read Substitutes key is subKey
                   invalid key
                       continue
                   not invalid key
                       if sub-itemID = dupItemID
                           *> Links owned by the dead name re-key to
                           *> the survivor unless it already has a
                           *> link in that slot.
                           delete Substitutes record
                           move survItemID to sub-itemID
                           read Substitutes key is subKey
                               invalid key
                                   move survItemID to sub-itemID
                                   move survName to sub-itemName
                                   move sbPref(sbI) to sub-prefOrder
                                   move sbSubID(sbI)
                                       to sub-substituteID
                                   move sbSubName(sbI)
                                       to sub-substituteName
                                   if sub-substituteID
                                       not = survItemID
                                       write SubstituteRec
                                   end-if
                           end-read
                           *> The dead name offered as a substitute
                           *> becomes the survivor - unless that
                           *> would point an item at itself.
                           if sub-itemID = survItemID
                               delete Substitutes record
                           else
                               move survItemID
                                   to sub-substituteID
                               move survName
                                   to sub-substituteName
                               rewrite SubstituteRec
                   at end
                       move "y" to eof
                   not at end
                       if par-itemID = dupItemID
                          and plCount < PlMax
                           add 1 to plCount
                           move par-dept to plDept(plCount)

           perform varying plI from 1 by 1 until plI > plCount
               move plDept(plI) to par-dept
               move dupItemID to par-itemID
               read ParLevels key is parKey
                   invalid key
                       continue
               end-read

               move plDept(plI) to par-dept
               move survItemID to par-itemID
               read ParLevels key is parKey
                   invalid key
                       move plDept(plI) to par-dept
                       move survItemID to par-itemID
                       move survName to par-itemName
                       move plLevel(plI) to par-level
                       move plFloor(plI) to par-floorCount
