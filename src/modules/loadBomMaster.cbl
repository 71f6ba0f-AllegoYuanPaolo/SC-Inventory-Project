
                  copy "BomMaster".

                  copy "BomRevisions".

                  copy "Inventory.cpy".

        DATA DIVISION.
           file section.
               FD bomList.

               copy "BomMaster-rec".

               copy "BomRevisions-rec".

               copy "Inventory-rec.cpy".

            WORKING-STORAGE SECTION.
            01 listStat pic xx.
            01 BomStat pic xx.
            01 BrStat pic xx.
            01 brUsable pic x value "N".
            01 brEof pic x.
            01 heldCount pic 9(3) value 0.
            01 todayDate pic 9(8).
            01 InvStat pic xx.
            01 invUsable pic x value "N".
            01 unresolvedCount pic 9(3) value 0.
            01 eofFlag pic x value "N".
            01 kitCount pic 9(3) value 0.


           open i-o BomMaster

           *> The seed file names components; each is held by the
           *> itemID its name resolves to.
           move "N" to invUsable
           open input Inventory
           if InvStat = "00"
               move "Y" to invUsable
           end-if

           *> A kit under revision control keeps the revision in
           *> effect today; changes to it go through bomMaint.cbl so
           *> they carry a date and a reason.
           move function current-date(1:8) to todayDate
           move "N" to brUsable
           open input BomRevisions
           if BrStat = "00"
               move "Y" to brUsable
           end-if

           perform until eofFlag = "Y"
               read bomList
                   at end

           close bomList
           close BomMaster
           if invUsable = "Y"
               close Inventory
           end-if
           if brUsable = "Y"
               close BomRevisions
           end-if

           display "Loaded " kitCount " kit(s) into BomMaster.dat"
           if heldCount not = 0
               display "Kits held at their current revision: "
                       heldCount
           end-if
           if unresolvedCount not = 0
               display "Components not on Inventory.dat (itemID 0, "
                       "cannot be issued): " unresolvedCount
           end-if

       exit program.

       parseOneKit.
           initialize BomMasterRec
           move 1 to ptr
           unstring bomLine delimited by "|"
               into kitName
                   unstring chunk delimited by ", "
                       into compName(compI), compQty(compI)
                   end-unstring
                   perform resolveComponent
               end-if
           end-perform
           move compI to kitCompCount
           perform holdRevisedKit

           if compI = 0
               display "Kit with no components, skipping: " kitName
                       add 1 to kitCount
               end-write
           end-if.

       holdRevisedKit.
           if brUsable not = "Y"
               exit paragraph
           end-if
           move kitName to br-kitName
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
                       if br-kitName not = kitName
                           move "y" to brEof
                       else
                           if br-effFrom <= todayDate
                              and (br-effTo = 0 or br-effTo >= todayDate)
                               if br-compCount not = kitCompCount
                                  or br-components not = kitComponents
                                   display "Kit under revision control, "
                                           "kept at revision "
                                           br-revision ": " kitName
                                   add 1 to heldCount
                               end-if
                               move br-compCount to kitCompCount
                               move br-components to kitComponents
                               move br-compCount to compI
                           end-if
                       end-if
               end-read
           end-perform.

       resolveComponent.
           move 0 to compItemID(compI)
           if invUsable = "Y"
               move compName(compI) to itemName
               read Inventory key is itemName
                   invalid key
                       continue
                   not invalid key
                       move itemID to compItemID(compI)
               end-read
           end-if
           if compItemID(compI) = 0
               display "Unknown component in kit "
                       function trim(kitName) ": "
                       function trim(compName(compI))
               add 1 to unresolvedCount
           end-if.
