      $set sourceformat"free"
        IDENTIFICATION DIVISION.
        PROGRAM-ID. itemRename.

       environment division.
           input-output section.
               file-control.
                   copy "Inventory.cpy".

                   copy "SafetyStocks".

                   copy "PurchOrders".

                   copy "StockLots".

                   copy "RestockHist".

                   copy "ItemLedger".

                   copy "Consignment".

                   copy "ToolLoans".

                   copy "VendorInvoices".

                   copy "OsdClaims".

                   copy "Requests".

                   copy "StandingOrders".

                   copy "RequestLines".

                   copy "Reservations".

                   copy "UsageTrend".

                   copy "Substitutes".

                   copy "ParLevels".

                   copy "BomMaster".

                   copy "BomRevisions".

                   copy "DeptCatalog".

                   copy "WasteLog".

                   copy "Backorders".

                   copy "Forecast".

                   *> Copy-out/copy-back staging for the line
                   *> sequential files, as deptRename does.
                   select RenameStage
                       assign to "data\ItemRename.tmp"
                       organization is line sequential
                       file status is StgStat.

                   *> Audit trail: which item was called what, and who
                   *> changed it when, so paperwork printed under the
                   *> old name can still be traced.
                   select ItemRenameLog
                       assign to "data\ItemRenameLog.dat"
                       organization is line sequential
                       access mode is sequential
                       file status is IrStat.

        DATA DIVISION.
           file section.
               copy "Inventory-rec.cpy".

               copy "SafetyStocks-rec".

               copy "PurchOrders-rec".

               copy "StockLots-rec".

               copy "RestockHist-rec".

               copy "ItemLedger-rec".

               copy "Consignment-rec".

               copy "ToolLoans-rec".

               copy "VendorInvoices-rec".

               copy "OsdClaims-rec".

               copy "Requests-rec".

               copy "StandingOrders-rec".

               copy "RequestLines-rec".

               copy "Reservations-rec".

               copy "UsageTrend-rec".

               copy "Substitutes-rec".

               copy "ParLevels-rec".

               copy "BomMaster-rec".

               copy "BomRevisions-rec".

               copy "DeptCatalog-rec".

               copy "WasteLog-rec".

               copy "Backorders-rec".

               copy "Forecast-rec".

               FD RenameStage.
               01 stageRec pic x(200).

               FD ItemRenameLog.
               01 itemRenameRec.
                   02 ir-itemID pic 9(5).
                   02 ir-oldName pic x(25).
                   02 ir-newName pic x(25).
                   02 ir-rowsChanged pic 9(6).
                   02 ir-operatorID pic x(10).
                   02 ir-date pic 9(8).
                   02 ir-time pic x(8).

            WORKING-STORAGE SECTION.
            01 InvStat pic xx.
            01 safeStat pic xx.
            01 PoStat pic xx.
            01 LotStat pic xx.
            01 HistStat pic xx.
            01 LedStat pic xx.
            01 ConsStat pic xx.
            01 TlStat pic xx.
            01 ViStat pic xx.
            01 OsdStat pic xx.
            01 ReqStat pic xx.
            01 SoStat pic xx.
            01 RlStat pic xx.
            01 ResvStat pic xx.
            01 usageStat pic xx.
            01 SubStat pic xx.
            01 ParStat pic xx.
            01 BomStat pic xx.
            01 BrStat pic xx.
            01 DcStat pic xx.
            01 WlStat pic xx.
            01 BoStat pic xx.
            01 FcStat pic xx.
            01 StgStat pic xx.
            01 IrStat pic xx.
            01 eof pic x value "n".

            01 renameOperator pic x(10).
            01 authorized pic x.
            01 confirmChoice pic x.
            01 targetID pic 9(5).
            01 oldName pic x(25).
            01 newName pic x(25).
            01 nameTaken pic x.
            01 nowTime pic x(8).
            01 nowDate pic x(10).
            01 totalChanged pic 9(6) value 0.

            *> Validated-input work fields (getNumeric).
            01 numIn pic 9(8).
            01 numCancel pic x.

            *> Rows given the new name, per file.
            01 FileMax pic 9(2) value 23.
            01 fileNames.
                02 filler pic x(24) value "Inventory.dat".
                02 filler pic x(24) value "SafetyStocks.dat".
                02 filler pic x(24) value "PurchaseOrders.dat".
                02 filler pic x(24) value "StockLots.dat".
                02 filler pic x(24) value "RestockHistory.dat".
                02 filler pic x(24) value "ItemLedger.dat".
                02 filler pic x(24) value "Consignment.dat".
                02 filler pic x(24) value "ToolLoans.dat".
                02 filler pic x(24) value "VendorInvoices.dat".
                02 filler pic x(24) value "OsdClaims.dat".
                02 filler pic x(24) value "Requests.dat".
                02 filler pic x(24) value "StandingOrders.dat".
                02 filler pic x(24) value "RequestLines.dat".
                02 filler pic x(24) value "Reservations.dat".
                02 filler pic x(24) value "UsageTrend.dat".
                02 filler pic x(24) value "Substitutes.dat".
                02 filler pic x(24) value "ParLevels.dat".
                02 filler pic x(24) value "BomMaster.dat".
                02 filler pic x(24) value "DeptCatalog.dat".
                02 filler pic x(24) value "WasteLog.dat".
                02 filler pic x(24) value "Backorders.dat".
                02 filler pic x(24) value "Forecast.dat".
                02 filler pic x(24) value "BomRevisions.dat".
            01 fileTable redefines fileNames.
                02 countFileName occurs 23 times pic x(24).
            01 fileCountRecord.
                02 fcChanged occurs 23 times pic 9(6).
            01 fileI pic 9(2).

            *> Item strings ("name, qty; name, qty") on requests and
            *> standing orders, re-strung a chunk at a time so a
            *> string of any length comes through whole.
            01 itemString pic x(600).
            01 buildItems pic x(600).
            01 buildPtr pic 9(3).
            01 stringChanged pic x.
            01 emitted pic 9(2).
            01 ptr pic 9(3).
            01 chunk pic x(32).
            01 parseName pic x(25).
            01 parseQty pic x(6).
            01 compI pic 9(2).

            *> Forecast rows are keyed by the name: collected, then
            *> re-keyed, itemMerge's collect-then-process shape.
            01 FcMax pic 9(2) value 60.
            01 fcCount pic 9(2) value 0.
            01 fcTableRecord.
                02 fcTable occurs 60 times.
                    03 fwPeriod pic 9(6).
                    03 fwQty pic 9(6).
                    03 fwFinalQty pic 9(6).
                    03 fwOverridden pic x(1).
                    03 fwGenDate pic 9(8).
            01 fcI pic 9(2).
            01 fcSkipped pic 9(2) value 0.

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
           move 0 to totalChanged
           move 0 to fcSkipped
           initialize fileCountRecord

           display "=== Item Rename ==="
           if sessionOperator is omitted
               display "Operator ID: " with no advancing
               accept renameOperator
           else
               move sessionOperator to renameOperator
           end-if
           *> Rewrites the item's name through every file that keeps
           *> a copy of it; an ADMIN action like deptRename.
           call "authCheck" using renameOperator authorized
           if authorized not = "Y"
               display "Not authorized to rename items"
               exit program
           end-if

           display "ItemID to rename: " with no advancing
           call "getNumeric" using numIn numCancel
           if numCancel = "Y"
               exit program
           end-if
           move numIn to targetID

           open input Inventory
           if InvStat not = "00"
               display "No Inventory.dat found"
               exit program
           end-if
           move targetID to itemID
           read Inventory key is itemID
               invalid key
                   display "Item not found: " targetID
                   close Inventory
                   exit program
           end-read
           move itemName to oldName
           close Inventory

           display "Current name: " oldName
           display "New name: " with no advancing
           accept newName
           if newName = spaces
               display "Nothing changed"
               exit program
           end-if
           if newName = oldName
               display "That is the name it already has"
               exit program
           end-if

           *> The name is Inventory's alternate key and every
           *> name-entry screen resolves through it, so it stays
           *> unique.
           perform checkNameTaken
           if nameTaken = "Y"
               display "Another item is already called "
                       function trim(newName)
               exit program
           end-if

           display "Rename item " targetID " from "
                   function trim(oldName) " to "
                   function trim(newName) "? [y/n]: "
                   with no advancing
           accept confirmChoice
           if confirmChoice not = "y" and confirmChoice not = "Y"
               display "Nothing changed"
               exit program
           end-if

           perform renameInventory
           if fcChanged(1) = 0
               display "Item " targetID " could not be renamed; "
                       "nothing else was touched"
               exit program
           end-if
           perform renameSafetyStocks
           perform renamePurchOrders
           perform renameStockLots
           perform renameRestockHistory
           perform renameItemLedger
           perform renameConsignment
           perform renameToolLoans
           perform renameVendorInvoices
           perform renameOsdClaims
           perform renameRequests
           perform renameStandingOrders
           perform renameRequestLines
           perform renameReservations
           perform renameUsageTrend
           perform renameSubstitutes
           perform renameParLevels
           perform renameBomMaster
           perform renameDeptCatalog
           perform renameWasteLog
           perform renameBackorders
           perform renameForecast
           perform renameBomRevisions

           perform printCounts
           perform writeRenameLog

       exit program.

       checkNameTaken.
           move "N" to nameTaken
           open input Inventory
           if InvStat not = "00"
               exit paragraph
           end-if
           move newName to itemName
           read Inventory key is itemName
               invalid key
                   continue
               not invalid key
                   move "Y" to nameTaken
           end-read
           close Inventory.

       renameInventory.
           move 1 to fileI
           open i-o Inventory
           if InvStat not = "00"
               exit paragraph
           end-if
           move targetID to itemID
           read Inventory key is itemID
               invalid key
                   continue
               not invalid key
                   move newName to itemName
                   rewrite invRec
                       invalid key
                           display "Rewrite failed: " InvStat
                       not invalid key
                           add 1 to fcChanged(fileI)
                   end-rewrite
           end-read
           close Inventory.

       renameSafetyStocks.
           move 2 to fileI
           open i-o safetyStock
           if safeStat not = "00"
               exit paragraph
           end-if
           move targetID to item-id
           read safetyStock key is item-id
               invalid key
                   continue
               not invalid key
                   move newName to item
                   rewrite SafetyRec
                   add 1 to fcChanged(fileI)
           end-read
           close safetyStock.

       renamePurchOrders.
           move 3 to fileI
           open i-o PurchOrders
           if PoStat not = "00"
               exit paragraph
           end-if
           move "n" to eof
           perform until eof = "y"
               read PurchOrders next record
                   at end
                       move "y" to eof
                   not at end
                       if po-itemID = targetID
                           move newName to po-itemName
                           rewrite PurchOrderRec
                           add 1 to fcChanged(fileI)
                       end-if
               end-read
           end-perform
           close PurchOrders.

       *> Lots and ledger entries lead their key with the itemID,
       *> so only the item's own rows are read.
       renameStockLots.
           move 4 to fileI
           open i-o StockLots
           if LotStat not = "00"
               exit paragraph
           end-if
           move targetID to lot-itemID
           move low-values to lot-lotNumber
           start StockLots key is not less than lotKey
               invalid key
                   close StockLots
                   exit paragraph
           end-start
           move "n" to eof
           perform until eof = "y"
               read StockLots next record
                   at end
                       move "y" to eof
                   not at end
                       if lot-itemID not = targetID
                           move "y" to eof
                       else
                           move newName to lot-itemName
                           rewrite StockLotRec
                           add 1 to fcChanged(fileI)
                       end-if
               end-read
           end-perform
           close StockLots.

       renameRestockHistory.
           move 5 to fileI
           open input RestockHistory
           if HistStat not = "00"
               exit paragraph
           end-if
           open output RenameStage
           call "openFileCheck" using StgStat
           move "n" to eof
           perform until eof = "y"
               read RestockHistory
                   at end
                       move "y" to eof
                   not at end
                       if h-itemID = targetID
                           move newName to h-itemName
                           add 1 to fcChanged(fileI)
                       end-if
                       move restockHistRec to stageRec
                       write stageRec
               end-read
           end-perform
           close RestockHistory
           close RenameStage

           open input RenameStage
           open output RestockHistory
           move "n" to eof
           perform until eof = "y"
               read RenameStage
                   at end
                       move "y" to eof
                   not at end
                       move stageRec to restockHistRec
                       write restockHistRec
               end-read
           end-perform
           close RenameStage
           close RestockHistory.

       renameItemLedger.
           move 6 to fileI
           open i-o ItemLedger
           if LedStat not = "00"
               exit paragraph
           end-if
           move targetID to led-itemID
           move 0 to led-date
           move low-values to led-time
           move 0 to led-seq
           start ItemLedger key is not less than ledKey
               invalid key
                   close ItemLedger
                   exit paragraph
           end-start
           move "n" to eof
           perform until eof = "y"
               read ItemLedger next record
                   at end
                       move "y" to eof
                   not at end
                       if led-itemID not = targetID
                           move "y" to eof
                       else
                           move newName to led-itemName
                           rewrite ledgerRec
                           add 1 to fcChanged(fileI)
                       end-if
               end-read
           end-perform
           close ItemLedger.

       renameConsignment.
           move 7 to fileI
           open i-o Consignment
           if ConsStat not = "00"
               exit paragraph
           end-if
           move targetID to cons-itemID
           read Consignment key is cons-itemID
               invalid key
                   continue
               not invalid key
                   move newName to cons-itemName
                   rewrite ConsignmentRec
                   add 1 to fcChanged(fileI)
           end-read
           close Consignment.

       renameToolLoans.
           move 8 to fileI
           open i-o ToolLoans
           if TlStat not = "00"
               exit paragraph
           end-if
           move "n" to eof
           perform until eof = "y"
               read ToolLoans next record
                   at end
                       move "y" to eof
                   not at end
                       if tl-itemID = targetID
                           move newName to tl-itemName
                           rewrite ToolLoanRec
                           add 1 to fcChanged(fileI)
                       end-if
               end-read
           end-perform
           close ToolLoans.

       renameVendorInvoices.
           move 9 to fileI
           open i-o VendorInvoices
           if ViStat not = "00"
               exit paragraph
           end-if
           move "n" to eof
           perform until eof = "y"
               read VendorInvoices next record
                   at end
                       move "y" to eof
                   not at end
                       if vi-itemID = targetID
                           move newName to vi-itemName
                           rewrite VendorInvoiceRec
                           add 1 to fcChanged(fileI)
                       end-if
               end-read
           end-perform
           close VendorInvoices.

       renameOsdClaims.
           move 10 to fileI
           open i-o OsdClaims
           if OsdStat not = "00"
               exit paragraph
           end-if
           move "n" to eof
           perform until eof = "y"
               read OsdClaims next record
                   at end
                       move "y" to eof
                   not at end
                       if osd-itemID = targetID
                           move newName to osd-itemName
                           rewrite OsdClaimRec
                           add 1 to fcChanged(fileI)
                       end-if
               end-read
           end-perform
           close OsdClaims.

       *> Requests still name their items in the item string, and
       *> approval and fulfilment resolve those names against
       *> Inventory, so a request left under the old name could
       *> never be filled.
       renameRequests.
           move 11 to fileI
           open i-o Requests
           if ReqStat not = "00"
               exit paragraph
           end-if
           move "n" to eof
           perform until eof = "y"
               read Requests next record
                   at end
                       move "y" to eof
                   not at end
                       move itemNQuant to itemString
                       perform renameInItemString
                       if stringChanged = "Y"
                           move buildItems to itemNQuant
                           rewrite requestRecord
                           add 1 to fcChanged(fileI)
                       end-if
               end-read
           end-perform
           close Requests.

       renameStandingOrders.
           move 12 to fileI
           open i-o StandingOrders
           if SoStat not = "00"
               exit paragraph
           end-if
           move "n" to eof
           perform until eof = "y"
               read StandingOrders next record
                   at end
                       move "y" to eof
                   not at end
                       move so-items to itemString
                       perform renameInItemString
                       if stringChanged = "Y"
                           move buildItems to so-items
                           rewrite StandingOrderRec
                           add 1 to fcChanged(fileI)
                       end-if
               end-read
           end-perform
           close StandingOrders.

       *> Same UNSTRING-by-"; "-then-by-", " parse requestSubtract
       *> uses; only a string that named the item is rewritten.
       renameInItemString.
           move "N" to stringChanged
           move spaces to buildItems
           move 1 to buildPtr
           move 0 to emitted
           move 1 to ptr
           perform until ptr > function length(itemString)
               move spaces to chunk
               unstring itemString
                   delimited by "; "
                   into chunk
                   with pointer ptr
               if chunk not = spaces
                   move spaces to parseName
                   move spaces to parseQty
                   unstring chunk
                       delimited by ", "
                       into parseName, parseQty
                   if parseName = oldName
                       move newName to parseName
                       move "Y" to stringChanged
                   end-if
                   add 1 to emitted
                   if emitted > 1
                       string "; " delimited by size
                           into buildItems with pointer buildPtr
                       end-string
                   end-if
                   string function trim(parseName)
                           delimited by size
                       ", " delimited by size
                       function trim(parseQty) delimited by size
                       into buildItems with pointer buildPtr
                   end-string
               end-if
           end-perform.

       renameRequestLines.
           move 13 to fileI
           open i-o RequestLines
           if RlStat not = "00"
               exit paragraph
           end-if
           move targetID to rl-itemID
           start RequestLines key is equal to rl-itemID
               invalid key
                   close RequestLines
                   exit paragraph
           end-start
           move "n" to eof
           perform until eof = "y"
               read RequestLines next record
                   at end
                       move "y" to eof
                   not at end
                       if rl-itemID not = targetID
                           move "y" to eof
                       else
                           move newName to rl-itemName
                           rewrite RequestLineRec
                           add 1 to fcChanged(fileI)
                       end-if
               end-read
           end-perform
           close RequestLines.

       renameReservations.
           move 14 to fileI
           open i-o Reservations
           if ResvStat not = "00"
               exit paragraph
           end-if
           move targetID to resv-itemID
           read Reservations key is resv-itemID
               invalid key
                   continue
               not invalid key
                   move newName to resv-itemName
                   rewrite ReservationRec
                   add 1 to fcChanged(fileI)
           end-read
           close Reservations.

       renameUsageTrend.
           move 15 to fileI
           open i-o UsageTrend
           if usageStat not = "00"
               exit paragraph
           end-if
           move targetID to u-itemID
           move low-values to u-periodType
           move low-values to u-periodKey
           start UsageTrend key is not less than UsageKey
               invalid key
                   close UsageTrend
                   exit paragraph
           end-start
           move "n" to eof
           perform until eof = "y"
               read UsageTrend next record
                   at end
                       move "y" to eof
                   not at end
                       if u-itemID not = targetID
                           move "y" to eof
                       else
                           move newName to u-itemName
                           rewrite UsageRec
                           add 1 to fcChanged(fileI)
                       end-if
               end-read
           end-perform
           close UsageTrend.

       *> The item can sit on either end of a substitute link.
       renameSubstitutes.
           move 16 to fileI
           open i-o Substitutes
           if SubStat not = "00"
               exit paragraph
           end-if
           move "n" to eof
           perform until eof = "y"
               read Substitutes next record
                   at end
                       move "y" to eof
                   not at end
                       if sub-itemID = targetID
                          or sub-substituteID = targetID
                           if sub-itemID = targetID
                               move newName to sub-itemName
                           end-if
                           if sub-substituteID = targetID
                               move newName to sub-substituteName
                           end-if
                           rewrite SubstituteRec
                           add 1 to fcChanged(fileI)
                       end-if
               end-read
           end-perform
           close Substitutes.

       renameParLevels.
           move 17 to fileI
           open i-o ParLevels
           if ParStat not = "00"
               exit paragraph
           end-if
           move "n" to eof
           perform until eof = "y"
               read ParLevels next record
                   at end
                       move "y" to eof
                   not at end
                       if par-itemID = targetID
                           move newName to par-itemName
                           rewrite ParLevelRec
                           add 1 to fcChanged(fileI)
                       end-if
               end-read
           end-perform
           close ParLevels.

       renameBomMaster.
           move 18 to fileI
           open i-o BomMaster
           if BomStat not = "00"
               exit paragraph
           end-if
           move "n" to eof
           perform until eof = "y"
               read BomMaster next record
                   at end
                       move "y" to eof
                   not at end
                       move "N" to stringChanged
                       perform varying compI from 1 by 1
                               until compI > kitCompCount
                                  or compI > 10
                           if compItemID(compI) = targetID
                               move newName to compName(compI)
                               move "Y" to stringChanged
                           end-if
                       end-perform
                       if stringChanged = "Y"
                           rewrite BomMasterRec
                           add 1 to fcChanged(fileI)
                       end-if
               end-read
           end-perform
           close BomMaster.

       *> Every revision of a kit, not only the current one: the
       *> nightly sync copies the revision in effect back over
       *> BomMaster.dat, and dated explosions read the older ones.
       renameBomRevisions.
           move 23 to fileI
           open i-o BomRevisions
           if BrStat not = "00"
               exit paragraph
           end-if
           move "n" to eof
           perform until eof = "y"
               read BomRevisions next record
                   at end
                       move "y" to eof
                   not at end
                       move "N" to stringChanged
                       perform varying compI from 1 by 1
                               until compI > br-compCount
                                  or compI > 10
                           if br-compItemID(compI) = targetID
                               move newName to br-compName(compI)
                               move "Y" to stringChanged
                           end-if
                       end-perform
                       if stringChanged = "Y"
                           rewrite BomRevisionRec
                           add 1 to fcChanged(fileI)
                       end-if
               end-read
           end-perform
           close BomRevisions.

       *> Item entries are keyed by itemID; only the label moves.
       renameDeptCatalog.
           move 19 to fileI
           open i-o DeptCatalog
           if DcStat not = "00"
               exit paragraph
           end-if
           move "n" to eof
           perform until eof = "y"
               read DeptCatalog next record
                   at end
                       move "y" to eof
                   not at end
                       if dc-entryType = "I" and dc-itemID = targetID
                           move newName to dc-itemName
                           rewrite DeptCatalogRec
                           add 1 to fcChanged(fileI)
                       end-if
               end-read
           end-perform
           close DeptCatalog.

       renameWasteLog.
           move 20 to fileI
           open input WasteLog
           if WlStat not = "00"
               exit paragraph
           end-if
           open output RenameStage
           call "openFileCheck" using StgStat
           move "n" to eof
           perform until eof = "y"
               read WasteLog
                   at end
                       move "y" to eof
                   not at end
                       if wl-itemID = targetID
                           move newName to wl-itemName
                           add 1 to fcChanged(fileI)
                       end-if
                       move wasteLogRec to stageRec
                       write stageRec
               end-read
           end-perform
           close WasteLog
           close RenameStage

           open input RenameStage
           open output WasteLog
           move "n" to eof
           perform until eof = "y"
               read RenameStage
                   at end
                       move "y" to eof
                   not at end
                       move stageRec to wasteLogRec
                       write wasteLogRec
               end-read
           end-perform
           close RenameStage
           close WasteLog.

       renameBackorders.
           move 21 to fileI
           open i-o Backorders
           if BoStat not = "00"
               exit paragraph
           end-if
           move "n" to eof
           perform until eof = "y"
               read Backorders next record
                   at end
                       move "y" to eof
                   not at end
                       if bo-itemID = targetID
                           move newName to bo-itemName
                           rewrite BackorderRec
                           add 1 to fcChanged(fileI)
                       end-if
               end-read
           end-perform
           close Backorders.

       *> Forecasts are still keyed by the name: each of the old
       *> name's months is re-keyed under the new one. A month the
       *> new name already holds (left by an item long since
       *> deleted) is kept as it stands.
       renameForecast.
           move 22 to fileI
           open i-o Forecast
           if FcStat not = "00"
               exit paragraph
           end-if
           move 0 to fcCount
           move oldName to fc-itemName
           move 0 to fc-period
           start Forecast key is not less than fcKey
               invalid key
                   move "y" to eof
               not invalid key
                   move "n" to eof
           end-start
           perform until eof = "y"
               read Forecast next record
                   at end
                       move "y" to eof
                   not at end
                       if fc-itemName not = oldName
                           move "y" to eof
                       else
                           if fcCount < FcMax
                               add 1 to fcCount
                               move fc-period to fwPeriod(fcCount)
                               move fc-qty to fwQty(fcCount)
                               move fc-finalQty
                                   to fwFinalQty(fcCount)
                               move fc-overridden
                                   to fwOverridden(fcCount)
                               move fc-genDate to fwGenDate(fcCount)
                           else
                               add 1 to fcSkipped
                           end-if
                       end-if
               end-read
           end-perform

           perform varying fcI from 1 by 1 until fcI > fcCount
               move oldName to fc-itemName
               move fwPeriod(fcI) to fc-period
               read Forecast key is fcKey
                   invalid key
                       continue
                   not invalid key
                       delete Forecast record
               end-read

               move newName to fc-itemName
               move fwPeriod(fcI) to fc-period
               read Forecast key is fcKey
                   invalid key
                       move newName to fc-itemName
                       move fwPeriod(fcI) to fc-period
                       move fwQty(fcI) to fc-qty
                       move fwFinalQty(fcI) to fc-finalQty
                       move fwOverridden(fcI) to fc-overridden
                       move fwGenDate(fcI) to fc-genDate
                       write ForecastRec
                       add 1 to fcChanged(fileI)
                   not invalid key
                       continue
               end-read
           end-perform
           close Forecast.

       printCounts.
           display "------------------------------------------"
           display "File                    | rows renamed"
           perform varying fileI from 1 by 1 until fileI > FileMax
               add fcChanged(fileI) to totalChanged
               display countFileName(fileI) "| " fcChanged(fileI)
           end-perform
           display "Rows carrying the new name: " totalChanged
           if fcSkipped not = 0
               display "Forecast months left under the old name "
                       "(table full - run forecast generation): "
                       fcSkipped
           end-if.

       writeRenameLog.
           move targetID to ir-itemID
           move oldName to ir-oldName
           move newName to ir-newName
           move totalChanged to ir-rowsChanged
           move renameOperator to ir-operatorID
           move function current-date(1:8) to ir-date
           call "getDate" using nowTime nowDate
           move nowTime to ir-time

           open extend ItemRenameLog
           if IrStat = "05" or IrStat = "35"
               open output ItemRenameLog
               close ItemRenameLog
               open extend ItemRenameLog
           end-if
           write itemRenameRec
           close ItemRenameLog
           display "Audit entry written to ItemRenameLog.dat".
