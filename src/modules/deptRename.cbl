      $set sourceformat"free"
        IDENTIFICATION DIVISION.
        PROGRAM-ID. deptRename.

       environment division.
           input-output section.
               file-control.
                   copy "DeptMaster".

                   copy "Requests".

                   copy "Backorders".

                   copy "ToolLoans".

                   copy "DispatchLog".

                   copy "StandingOrders".

                   copy "ChargebackDisputes".

                   copy "ParLevels".

                   copy "DeptCatalog".

                   copy "GlAccountMap".

                   copy "WasteLog".

                   copy "ContainerMoves".

                   copy "DeptTransfers".

                   copy "LotTrace".

                   copy "RequestLines".

                   copy "DeptBudgets".

                   copy "EmployeeMaster".

                   copy "EmployeeIssues".

                   copy "Entitlements".

                   copy "DeptDistrib".

                   copy "SpoolCatalog".

                   copy "EmergencyIssues".

                   copy "Ncr".

                   copy "PurchOrders".

                   copy "SerialUnits".

                   copy "SerialHistory".

                   *> Copy-out/copy-back staging for the line
                   *> sequential logs, the same two passes itemMerge
                   *> uses on the ledger.
                   select RenameStage
                       assign to "data\DeptRename.tmp"
                       organization is line sequential
                       file status is StgStat.

                   *> Audit trail: which name became which, when and
                   *> by whom, so old paperwork can be traced like
                   *> itemMerge's forwarding notes.
                   select DeptRenameLog
                       assign to "data\DeptRenameLog.dat"
                       organization is line sequential
                       access mode is sequential
                       file status is DrStat.

        DATA DIVISION.
           file section.
               copy "DeptMaster-rec".

               copy "Requests-rec".

               copy "Backorders-rec".

               copy "ToolLoans-rec".

               copy "DispatchLog-rec".

               copy "StandingOrders-rec".

               copy "ChargebackDisputes-rec".

               copy "ParLevels-rec".

               copy "DeptCatalog-rec".

               copy "GlAccountMap-rec".

               copy "WasteLog-rec".

               copy "ContainerMoves-rec".

               copy "DeptTransfers-rec".

               copy "LotTrace-rec".

               copy "RequestLines-rec".

               copy "DeptBudgets-rec".

               copy "EmployeeMaster-rec".

               copy "EmployeeIssues-rec".

               copy "Entitlements-rec".

               copy "DeptDistrib-rec".

               copy "SpoolCatalog-rec".

               copy "EmergencyIssues-rec".

               copy "Ncr-rec".

               copy "PurchOrders-rec".

               copy "SerialUnits-rec".

               copy "SerialHistory-rec".

               FD RenameStage.
               01 stageRec pic x(200).

               FD DeptRenameLog.
               01 deptRenameRec.
                   02 dr-oldName pic x(32).
                   02 dr-newName pic x(32).
                   *> RENAME (new name was unused) or MERGE (folded
                   *> into a department already on the master).
                   02 dr-action pic x(6).
                   02 dr-rowsMoved pic 9(6).
                   02 dr-operatorID pic x(10).
                   02 dr-date pic 9(8).
                   02 dr-time pic x(8).

            WORKING-STORAGE SECTION.
            01 deptStat pic xx.
            01 ReqStat pic xx.
            01 BoStat pic xx.
            01 TlStat pic xx.
            01 DlStat pic xx.
            01 SoStat pic xx.
            01 CdStat pic xx.
            01 ParStat pic xx.
            01 DcStat pic xx.
            01 GmStat pic xx.
            01 WlStat pic xx.
            01 CmStat pic xx.
            01 XferStat pic xx.
            01 LtStat pic xx.
            01 RlStat pic xx.
            01 DbStat pic xx.
            01 EmStat pic xx.
            01 EiStat pic xx.
            01 EnStat pic xx.
            01 DdStat pic xx.
            01 SpStat pic xx.
            01 EgStat pic xx.
            01 NcrStat pic xx.
            01 PoStat pic xx.
            01 SuStat pic xx.
            01 ShStat pic xx.
            01 StgStat pic xx.
            01 DrStat pic xx.
            01 eof pic x value "n".

            01 renameOperator pic x(10).
            01 authorized pic x.
            01 confirmWord pic x(10).
            01 oldDept pic x(32).
            01 newDept pic x(32).
            01 renameAction pic x(6).
            01 recExists pic x.
            01 nowTime pic x(8).
            01 nowDate pic x(10).
            01 totalMoved pic 9(6) value 0.

            *> Before/after counts per file: rows under the old name
            *> and under the new one, both sides of the change.
            01 FileMax pic 9(2) value 26.
            01 fileNames.
                02 filler pic x(24) value "DeptMaster.dat".
                02 filler pic x(24) value "Requests.dat".
                02 filler pic x(24) value "Backorders.dat".
                02 filler pic x(24) value "ToolLoans.dat".
                02 filler pic x(24) value "DispatchLog.dat".
                02 filler pic x(24) value "StandingOrders.dat".
                02 filler pic x(24) value "ChargebackDisputes.dat".
                02 filler pic x(24) value "ParLevels.dat".
                02 filler pic x(24) value "DeptCatalog.dat".
                02 filler pic x(24) value "GlAccountMap.dat".
                02 filler pic x(24) value "WasteLog.dat".
                02 filler pic x(24) value "ContainerMoves.dat".
                02 filler pic x(24) value "DeptTransfers.dat".
                02 filler pic x(24) value "LotTrace.dat".
                02 filler pic x(24) value "RequestLines.dat".
                02 filler pic x(24) value "DeptBudgets.dat".
                02 filler pic x(24) value "EmployeeMaster.dat".
                02 filler pic x(24) value "EmployeeIssues.dat".
                02 filler pic x(24) value "Entitlements.dat".
                02 filler pic x(24) value "DeptDistrib.dat".
                02 filler pic x(24) value "SpoolCatalog.dat".
                02 filler pic x(24) value "EmergencyIssues.dat".
                02 filler pic x(24) value "Ncr.dat".
                02 filler pic x(24) value "PurchaseOrders.dat".
                02 filler pic x(24) value "SerialUnits.dat".
                02 filler pic x(24) value "SerialHistory.dat".
            01 fileTable redefines fileNames.
                02 countFileName occurs 26 times pic x(24).
            01 fileCountRecord.
                02 fileCount occurs 26 times.
                    03 fcOldBefore pic 9(6).
                    03 fcNewBefore pic 9(6).
                    03 fcMoved pic 9(6).
                    03 fcFolded pic 9(6).
            01 fileI pic 9(2).
            01 fcOldAfter pic 9(6).
            01 fcNewAfter pic 9(6).

            *> Keyed rows carrying the old name, collected before any
            *> re-key so the delete/write never disturbs a live scan
            *> (itemMerge's collect-then-process shape). A department
            *> with more rows than the table holds is done in passes:
            *> each pass re-keys what it collected, so the next pass
            *> finds only what is left under the old name.
            01 RowMax pic 9(3) value 200.
            01 rowCount pic 9(3) value 0.
            01 rowTableRecord.
                02 rowTable occurs 200 times.
                    03 rwKeyA pic x(25).
                    03 rwKeyB pic x(10).
                    03 rwNumA pic 9(8).
                    03 rwNumB pic 9(8).
                    03 rwNumC pic 9(8).
                    03 rwNumD pic 9(8).
                    03 rwText pic x(8).
                    03 rwItemID pic 9(5).
                    03 rwLabel pic x(25).
                    03 rwAmtA pic 9(7)v99.
                    03 rwAmtB pic 9(7)v99.
            01 rowI pic 9(3).
            *> Before counts are taken on the first pass only.
            01 firstPass pic x.

            *> The old department's master row, carried across when
            *> the new name is not yet on file.
            01 keepBudget pic 9(7)v99.
            01 keepEnforce pic x(1).
            01 keepDivision pic x(16).
            01 keepCostCenter pic x(8).
            01 keepHomeSite pic x(8).
            01 keepContact pic x(40).
            01 oldOnMaster pic x.

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
           move 0 to totalMoved
           initialize fileCountRecord

           display "=== Department Rename / Merge ==="
           if sessionOperator is omitted
               display "Operator ID: " with no advancing
               accept renameOperator
           else
               move sessionOperator to renameOperator
           end-if
           *> Rewrites the department name through every history
           *> file; an ADMIN action like itemMerge.
           call "authCheck" using renameOperator authorized
           if authorized not = "Y"
               display "Not authorized to rename departments"
               exit program
           end-if

           display "Department to retire (old name): "
                   with no advancing
           accept oldDept
           display "Department it becomes (new name): "
                   with no advancing
           accept newDept
           if oldDept = spaces or newDept = spaces
               display "Both names are required"
               exit program
           end-if
           if oldDept = newDept
               display "Those are the same department; nothing to do"
               exit program
           end-if

           perform checkMasterRows
           if oldOnMaster not = "Y"
               display "(note: " function trim(oldDept)
                       " is not on the department master; its "
                       "history is renamed anyway)"
           end-if
           if renameAction = "MERGE"
               display "Merging " function trim(oldDept) " into "
                       function trim(newDept)
                       " (already on the master; its budget stands)"
           else
               display "Renaming " function trim(oldDept) " to "
                       function trim(newDept)
           end-if
           display "Type " function trim(renameAction)
                   " to proceed: " with no advancing
           accept confirmWord
           if confirmWord not = renameAction
               display "Nothing changed"
               exit program
           end-if

           perform renameDeptMaster
           perform renameRequests
           perform renameBackorders
           perform renameToolLoans
           perform renameDispatchLog
           perform renameStandingOrders
           perform renameDisputes
           perform renameParLevels
           perform renameDeptCatalog
           perform renameGlAccountMap
           perform renameWasteLog
           perform renameContainerMoves
           perform renameDeptTransfers
           perform renameLotTrace
           perform renameRequestLines
           perform renameDeptBudgets
           perform renameEmployees
           perform renameEmployeeIssues
           perform renameEntitlements
           perform renameDeptDistrib
           perform renameSpoolCatalog
           perform renameEmergencyIssues
           perform renameNcrs
           perform renamePOChargeDept
           perform renameSerialUnits
           perform renameSerialHistory

           perform printCounts
           perform writeRenameLog

           *> Commitments that followed the old name now belong to
           *> the new one.
           call "recalcEncumbrance" using newDept

       exit program.

       *> RENAME when the new name is unused, MERGE when it already
       *> has a master row of its own.
       checkMasterRows.
           move "RENAME" to renameAction
           move "N" to oldOnMaster
           open input DeptMaster
           if deptStat not = "00"
               exit paragraph
           end-if
           move oldDept to deptName
           read DeptMaster key is deptName
               invalid key
                   continue
               not invalid key
                   move "Y" to oldOnMaster
           end-read
           move newDept to deptName
           read DeptMaster key is deptName
               invalid key
                   continue
               not invalid key
                   move "MERGE" to renameAction
           end-read
           close DeptMaster.

       renameDeptMaster.
           move 1 to fileI
           open i-o DeptMaster
           if deptStat not = "00"
               exit paragraph
           end-if
           move newDept to deptName
           read DeptMaster key is deptName
               invalid key
                   continue
               not invalid key
                   add 1 to fcNewBefore(fileI)
           end-read
           move oldDept to deptName
           read DeptMaster key is deptName
               invalid key
                   close DeptMaster
                   exit paragraph
           end-read
           add 1 to fcOldBefore(fileI)
           move deptBudget to keepBudget
           move deptEnforce to keepEnforce
           move deptDivision to keepDivision
           move deptCostCenter to keepCostCenter
           move deptHomeSite to keepHomeSite
           move deptContact to keepContact
           delete DeptMaster record
           if renameAction = "RENAME"
               move newDept to deptName
               move keepBudget to deptBudget
               move keepEnforce to deptEnforce
               move keepDivision to deptDivision
               move keepCostCenter to deptCostCenter
               move keepHomeSite to deptHomeSite
               move keepContact to deptContact
               move 0 to deptEncRequests deptEncBackorders
                       deptEncStanding deptEncPOs
                       deptEncumbered deptEncDate
               write DeptMasterRec
               add 1 to fcMoved(fileI)
           else
               add 1 to fcFolded(fileI)
           end-if
           close DeptMaster.

       renameRequests.
           move 2 to fileI
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
                       if department = newDept
                           add 1 to fcNewBefore(fileI)
                       end-if
                       if department = oldDept
                           add 1 to fcOldBefore(fileI)
                           move newDept to department
                           rewrite requestRecord
                           add 1 to fcMoved(fileI)
                       end-if
               end-read
           end-perform
           close Requests.

       renameBackorders.
           move 3 to fileI
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
                       if bo-department = newDept
                           add 1 to fcNewBefore(fileI)
                       end-if
                       if bo-department = oldDept
                           add 1 to fcOldBefore(fileI)
                           move newDept to bo-department
                           rewrite BackorderRec
                           add 1 to fcMoved(fileI)
                       end-if
               end-read
           end-perform
           close Backorders.

       renameToolLoans.
           move 4 to fileI
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
                       if tl-department = newDept
                           add 1 to fcNewBefore(fileI)
                       end-if
                       if tl-department = oldDept
                           add 1 to fcOldBefore(fileI)
                           move newDept to tl-department
                           rewrite ToolLoanRec
                           add 1 to fcMoved(fileI)
                       end-if
               end-read
           end-perform
           close ToolLoans.

       renameDispatchLog.
           move 5 to fileI
           open i-o DispatchLog
           if DlStat not = "00"
               exit paragraph
           end-if
           move "n" to eof
           perform until eof = "y"
               read DispatchLog next record
                   at end
                       move "y" to eof
                   not at end
                       if dl-department = newDept
                           add 1 to fcNewBefore(fileI)
                       end-if
                       if dl-department = oldDept
                           add 1 to fcOldBefore(fileI)
                           move newDept to dl-department
                           rewrite DispatchLogRec
                           add 1 to fcMoved(fileI)
                       end-if
               end-read
           end-perform
           close DispatchLog.

       renameStandingOrders.
           move 6 to fileI
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
                       if so-department = newDept
                           add 1 to fcNewBefore(fileI)
                       end-if
                       if so-department = oldDept
                           add 1 to fcOldBefore(fileI)
                           move newDept to so-department
                           rewrite StandingOrderRec
                           add 1 to fcMoved(fileI)
                       end-if
               end-read
           end-perform
           close StandingOrders.

       renameDisputes.
           move 7 to fileI
           open i-o ChargebackDisputes
           if CdStat not = "00"
               exit paragraph
           end-if
           move "n" to eof
           perform until eof = "y"
               read ChargebackDisputes next record
                   at end
                       move "y" to eof
                   not at end
                       if cd-dept = newDept
                           add 1 to fcNewBefore(fileI)
                       end-if
                       if cd-dept = oldDept
                           add 1 to fcOldBefore(fileI)
                           move newDept to cd-dept
                           rewrite ChargebackDisputeRec
                           add 1 to fcMoved(fileI)
                       end-if
               end-read
           end-perform
           close ChargebackDisputes.

       *> Par rows are keyed by department: collect the old name's
       *> rows, then re-key each one. Where the new department
       *> already has a par for the item, the larger par is kept, as
       *> itemMerge does.
       renameParLevels.
           move 8 to fileI
           open i-o ParLevels
           if ParStat not = "00"
               exit paragraph
           end-if
           move "Y" to firstPass
           move RowMax to rowCount
           perform until rowCount < RowMax
               perform collectParLevels
               perform rekeyParLevels
               move "N" to firstPass
           end-perform
           close ParLevels.

       collectParLevels.
           move 0 to rowCount
           move "n" to eof
           move low-values to parKey
           start ParLevels key is not less than parKey
               invalid key move "y" to eof
           end-start
           perform until eof = "y" or rowCount >= RowMax
               read ParLevels next record
                   at end
                       move "y" to eof
                   not at end
                       if par-dept = newDept and firstPass = "Y"
                           add 1 to fcNewBefore(fileI)
                       end-if
                       if par-dept = oldDept
                           if firstPass = "Y"
                               add 1 to fcOldBefore(fileI)
                           end-if
                           add 1 to rowCount
                           move par-itemID to rwItemID(rowCount)
                           move par-itemName to rwKeyA(rowCount)
                           move par-level to rwNumA(rowCount)
                           move par-floorCount to rwNumB(rowCount)
                           move par-countDate to rwNumC(rowCount)
                           move par-raisedDate to rwNumD(rowCount)
                       end-if
               end-read
           end-perform
           if firstPass = "Y" and eof not = "y"
               perform countRestParLevels
           end-if.

       *> The first pass stopped at a full table; the before counts
       *> still want the whole file.
       countRestParLevels.
           perform until eof = "y"
               read ParLevels next record
                   at end
                       move "y" to eof
                   not at end
                       if par-dept = newDept
                           add 1 to fcNewBefore(fileI)
                       end-if
                       if par-dept = oldDept
                           add 1 to fcOldBefore(fileI)
                       end-if
               end-read
           end-perform.

       rekeyParLevels.
           perform varying rowI from 1 by 1 until rowI > rowCount
               move oldDept to par-dept
               move rwItemID(rowI) to par-itemID
               read ParLevels key is parKey
                   invalid key
                       continue
                   not invalid key
                       delete ParLevels record
               end-read

               move newDept to par-dept
               move rwItemID(rowI) to par-itemID
               read ParLevels key is parKey
                   invalid key
                       move newDept to par-dept
                       move rwItemID(rowI) to par-itemID
                       move rwKeyA(rowI) to par-itemName
                       move rwNumA(rowI) to par-level
                       move rwNumB(rowI) to par-floorCount
                       move rwNumC(rowI) to par-countDate
                       move rwNumD(rowI) to par-raisedDate
                       write ParLevelRec
                       add 1 to fcMoved(fileI)
                   not invalid key
                       if rwNumA(rowI) > par-level
                           move rwNumA(rowI) to par-level
                           rewrite ParLevelRec
                       end-if
                       add 1 to fcFolded(fileI)
               end-read
           end-perform.

       *> Catalog entries: the new department's own entry wins a
       *> collision; the old one's typical quantity is dropped.
       renameDeptCatalog.
           move 9 to fileI
           open i-o DeptCatalog
           if DcStat not = "00"
               exit paragraph
           end-if
           move "Y" to firstPass
           move RowMax to rowCount
           perform until rowCount < RowMax
               perform collectDeptCatalog
               perform rekeyDeptCatalog
               move "N" to firstPass
           end-perform
           close DeptCatalog.

       collectDeptCatalog.
           move 0 to rowCount
           move "n" to eof
           move low-values to dcKey
           start DeptCatalog key is not less than dcKey
               invalid key move "y" to eof
           end-start
           perform until eof = "y" or rowCount >= RowMax
               read DeptCatalog next record
                   at end
                       move "y" to eof
                   not at end
                       if dc-dept = newDept and firstPass = "Y"
                           add 1 to fcNewBefore(fileI)
                       end-if
                       if dc-dept = oldDept
                           if firstPass = "Y"
                               add 1 to fcOldBefore(fileI)
                           end-if
                           add 1 to rowCount
                           move dc-entryName to rwKeyA(rowCount)
                           move dc-entryType to rwKeyB(rowCount)
                           move dc-typicalQty to rwNumA(rowCount)
                           move dc-itemName to rwLabel(rowCount)
                       end-if
               end-read
           end-perform
           if firstPass = "Y" and eof not = "y"
               perform countRestDeptCatalog
           end-if.

       countRestDeptCatalog.
           perform until eof = "y"
               read DeptCatalog next record
                   at end
                       move "y" to eof
                   not at end
                       if dc-dept = newDept
                           add 1 to fcNewBefore(fileI)
                       end-if
                       if dc-dept = oldDept
                           add 1 to fcOldBefore(fileI)
                       end-if
               end-read
           end-perform.

       rekeyDeptCatalog.
           perform varying rowI from 1 by 1 until rowI > rowCount
               move oldDept to dc-dept
               move rwKeyB(rowI) to dc-entryType
               move rwKeyA(rowI) to dc-entryName
               read DeptCatalog key is dcKey
                   invalid key
                       continue
                   not invalid key
                       delete DeptCatalog record
               end-read

               move newDept to dc-dept
               move rwKeyB(rowI) to dc-entryType
               move rwKeyA(rowI) to dc-entryName
               read DeptCatalog key is dcKey
                   invalid key
                       move newDept to dc-dept
                       move rwKeyB(rowI) to dc-entryType
                       move rwKeyA(rowI) to dc-entryName
                       move rwNumA(rowI) to dc-typicalQty
                       move rwLabel(rowI) to dc-itemName
                       write DeptCatalogRec
                       add 1 to fcMoved(fileI)
                   not invalid key
                       add 1 to fcFolded(fileI)
               end-read
           end-perform.

       *> Department-specific account coding follows the name; where
       *> the new department already has its own coding, that stands.
       renameGlAccountMap.
           move 10 to fileI
           open i-o GlAccountMap
           if GmStat not = "00"
               exit paragraph
           end-if
           move "Y" to firstPass
           move RowMax to rowCount
           perform until rowCount < RowMax
               perform collectGlAccountMap
               perform rekeyGlAccountMap
               move "N" to firstPass
           end-perform
           close GlAccountMap.

       collectGlAccountMap.
           move 0 to rowCount
           move "n" to eof
           move low-values to gmKey
           start GlAccountMap key is not less than gmKey
               invalid key move "y" to eof
           end-start
           perform until eof = "y" or rowCount >= RowMax
               read GlAccountMap next record
                   at end
                       move "y" to eof
                   not at end
                       if gm-dept = newDept and firstPass = "Y"
                           add 1 to fcNewBefore(fileI)
                       end-if
                       if gm-dept = oldDept
                           if firstPass = "Y"
                               add 1 to fcOldBefore(fileI)
                           end-if
                           add 1 to rowCount
                           move gm-matType to rwKeyA(rowCount)
                           move gm-tranType to rwKeyB(rowCount)
                           move gm-account to rwText(rowCount)
                       end-if
               end-read
           end-perform
           if firstPass = "Y" and eof not = "y"
               perform countRestGlAccountMap
           end-if.

       countRestGlAccountMap.
           perform until eof = "y"
               read GlAccountMap next record
                   at end
                       move "y" to eof
                   not at end
                       if gm-dept = newDept
                           add 1 to fcNewBefore(fileI)
                       end-if
                       if gm-dept = oldDept
                           add 1 to fcOldBefore(fileI)
                       end-if
               end-read
           end-perform.

       rekeyGlAccountMap.
           perform varying rowI from 1 by 1 until rowI > rowCount
               move rwKeyB(rowI) to gm-tranType
               move rwKeyA(rowI) to gm-matType
               move oldDept to gm-dept
               read GlAccountMap key is gmKey
                   invalid key
                       continue
                   not invalid key
                       delete GlAccountMap record
               end-read

               move rwKeyB(rowI) to gm-tranType
               move rwKeyA(rowI) to gm-matType
               move newDept to gm-dept
               read GlAccountMap key is gmKey
                   invalid key
                       move rwKeyB(rowI) to gm-tranType
                       move rwKeyA(rowI) to gm-matType
                       move newDept to gm-dept
                       move rwText(rowI) to gm-account
                       write GlAccountMapRec
                       add 1 to fcMoved(fileI)
                   not invalid key
                       add 1 to fcFolded(fileI)
               end-read
           end-perform.

       renameWasteLog.
           move 11 to fileI
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
                       if wl-department = newDept
                           add 1 to fcNewBefore(fileI)
                       end-if
                       if wl-department = oldDept
                           add 1 to fcOldBefore(fileI)
                           move newDept to wl-department
                           add 1 to fcMoved(fileI)
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

       renameContainerMoves.
           move 12 to fileI
           open input ContainerMoves
           if CmStat not = "00"
               exit paragraph
           end-if
           open output RenameStage
           call "openFileCheck" using StgStat
           move "n" to eof
           perform until eof = "y"
               read ContainerMoves
                   at end
                       move "y" to eof
                   not at end
                       if cm-department = newDept
                           add 1 to fcNewBefore(fileI)
                       end-if
                       if cm-department = oldDept
                           add 1 to fcOldBefore(fileI)
                           move newDept to cm-department
                           add 1 to fcMoved(fileI)
                       end-if
                       move containerMoveRec to stageRec
                       write stageRec
               end-read
           end-perform
           close ContainerMoves
           close RenameStage

           open input RenameStage
           open output ContainerMoves
           move "n" to eof
           perform until eof = "y"
               read RenameStage
                   at end
                       move "y" to eof
                   not at end
                       move stageRec to containerMoveRec
                       write containerMoveRec
               end-read
           end-perform
           close RenameStage
           close ContainerMoves.

       *> A transfer names two departments; either side is renamed.
       *> A transfer between the two merged departments becomes one
       *> to itself and nets out of the chargeback.
       renameDeptTransfers.
           move 13 to fileI
           open input DeptTransfers
           if XferStat not = "00"
               exit paragraph
           end-if
           open output RenameStage
           call "openFileCheck" using StgStat
           move "n" to eof
           perform until eof = "y"
               read DeptTransfers
                   at end
                       move "y" to eof
                   not at end
                       if xfer-fromDept = newDept
                          or xfer-toDept = newDept
                           add 1 to fcNewBefore(fileI)
                       end-if
                       if xfer-fromDept = oldDept
                          or xfer-toDept = oldDept
                           add 1 to fcOldBefore(fileI)
                           add 1 to fcMoved(fileI)
                       end-if
                       if xfer-fromDept = oldDept
                           move newDept to xfer-fromDept
                       end-if
                       if xfer-toDept = oldDept
                           move newDept to xfer-toDept
                       end-if
                       move deptTransferRec to stageRec
                       write stageRec
               end-read
           end-perform
           close DeptTransfers
           close RenameStage

           open input RenameStage
           open output DeptTransfers
           move "n" to eof
           perform until eof = "y"
               read RenameStage
                   at end
                       move "y" to eof
                   not at end
                       move stageRec to deptTransferRec
                       write deptTransferRec
               end-read
           end-perform
           close RenameStage
           close DeptTransfers.

       renameLotTrace.
           move 14 to fileI
           open input LotTrace
           if LtStat not = "00"
               exit paragraph
           end-if
           open output RenameStage
           call "openFileCheck" using StgStat
           move "n" to eof
           perform until eof = "y"
               read LotTrace
                   at end
                       move "y" to eof
                   not at end
                       if lt-department = newDept
                           add 1 to fcNewBefore(fileI)
                       end-if
                       if lt-department = oldDept
                           add 1 to fcOldBefore(fileI)
                           move newDept to lt-department
                           add 1 to fcMoved(fileI)
                       end-if
                       move lotTraceRec to stageRec
                       write stageRec
               end-read
           end-perform
           close LotTrace
           close RenameStage

           open input RenameStage
           open output LotTrace
           move "n" to eof
           perform until eof = "y"
               read RenameStage
                   at end
                       move "y" to eof
                   not at end
                       move stageRec to lotTraceRec
                       write lotTraceRec
               end-read
           end-perform
           close RenameStage
           close LotTrace.

       *> The lines carry the request's department so they still
       *> answer by department once the request is archived.
       renameRequestLines.
           move 15 to fileI
           open i-o RequestLines
           if RlStat not = "00"
               exit paragraph
           end-if
           move "n" to eof
           perform until eof = "y"
               read RequestLines next record
                   at end
                       move "y" to eof
                   not at end
                       if rl-department = newDept
                           add 1 to fcNewBefore(fileI)
                       end-if
                       if rl-department = oldDept
                           add 1 to fcOldBefore(fileI)
                           move newDept to rl-department
                           rewrite RequestLineRec
                           add 1 to fcMoved(fileI)
                       end-if
               end-read
           end-perform
           close RequestLines.

       *> Period budgets are keyed by department and month; where
       *> the new department already has a month, its budget stands
       *> as its master budget does.
       renameDeptBudgets.
           move 16 to fileI
           open i-o DeptBudgets
           if DbStat not = "00"
               exit paragraph
           end-if
           move "Y" to firstPass
           move RowMax to rowCount
           perform until rowCount < RowMax
               perform collectDeptBudgets
               perform rekeyDeptBudgets
               move "N" to firstPass
           end-perform
           close DeptBudgets.

       collectDeptBudgets.
           move 0 to rowCount
           move "n" to eof
           move low-values to dbKey
           start DeptBudgets key is not less than dbKey
               invalid key move "y" to eof
           end-start
           perform until eof = "y" or rowCount >= RowMax
               read DeptBudgets next record
                   at end
                       move "y" to eof
                   not at end
                       if db-department = newDept and firstPass = "Y"
                           add 1 to fcNewBefore(fileI)
                       end-if
                       if db-department = oldDept
                           if firstPass = "Y"
                               add 1 to fcOldBefore(fileI)
                           end-if
                           add 1 to rowCount
                           move db-period to rwNumA(rowCount)
                           move db-budget to rwAmtA(rowCount)
                           move db-carryIn to rwAmtB(rowCount)
                           move db-glAccount to rwText(rowCount)
                           move db-source to rwKeyB(rowCount)
                           move db-loadedBy to rwLabel(rowCount)
                           move db-loadedDate to rwNumB(rowCount)
                       end-if
               end-read
           end-perform
           if firstPass = "Y" and eof not = "y"
               perform countRestDeptBudgets
           end-if.

       countRestDeptBudgets.
           perform until eof = "y"
               read DeptBudgets next record
                   at end
                       move "y" to eof
                   not at end
                       if db-department = newDept
                           add 1 to fcNewBefore(fileI)
                       end-if
                       if db-department = oldDept
                           add 1 to fcOldBefore(fileI)
                       end-if
               end-read
           end-perform.

       rekeyDeptBudgets.
           perform varying rowI from 1 by 1 until rowI > rowCount
               move oldDept to db-department
               move rwNumA(rowI) to db-period
               read DeptBudgets key is dbKey
                   invalid key
                       continue
                   not invalid key
                       delete DeptBudgets record
               end-read

               move newDept to db-department
               move rwNumA(rowI) to db-period
               read DeptBudgets key is dbKey
                   invalid key
                       move newDept to db-department
                       move rwNumA(rowI) to db-period
                       move rwAmtA(rowI) to db-budget
                       move rwAmtB(rowI) to db-carryIn
                       move rwText(rowI) to db-glAccount
                       move rwKeyB(rowI) to db-source
                       move rwLabel(rowI) to db-loadedBy
                       move rwNumB(rowI) to db-loadedDate
                       write DeptBudgetRec
                       add 1 to fcMoved(fileI)
                   not invalid key
                       add 1 to fcFolded(fileI)
               end-read
           end-perform.

       renameEmployees.
           move 17 to fileI
           open i-o EmployeeMaster
           if EmStat not = "00"
               exit paragraph
           end-if
           move "n" to eof
           perform until eof = "y"
               read EmployeeMaster next record
                   at end
                       move "y" to eof
                   not at end
                       if em-department = newDept
                           add 1 to fcNewBefore(fileI)
                       end-if
                       if em-department = oldDept
                           add 1 to fcOldBefore(fileI)
                           move newDept to em-department
                           rewrite employeeRec
                           add 1 to fcMoved(fileI)
                       end-if
               end-read
           end-perform
           close EmployeeMaster.

       renameEmployeeIssues.
           move 18 to fileI
           open input EmployeeIssues
           if EiStat not = "00"
               exit paragraph
           end-if
           open output RenameStage
           call "openFileCheck" using StgStat
           move "n" to eof
           perform until eof = "y"
               read EmployeeIssues
                   at end
                       move "y" to eof
                   not at end
                       if ei-department = newDept
                           add 1 to fcNewBefore(fileI)
                       end-if
                       if ei-department = oldDept
                           add 1 to fcOldBefore(fileI)
                           move newDept to ei-department
                           add 1 to fcMoved(fileI)
                       end-if
                       move employeeIssueRec to stageRec
                       write stageRec
               end-read
           end-perform
           close EmployeeIssues
           close RenameStage

           open input RenameStage
           open output EmployeeIssues
           move "n" to eof
           perform until eof = "y"
               read RenameStage
                   at end
                       move "y" to eof
                   not at end
                       move stageRec to employeeIssueRec
                       write employeeIssueRec
               end-read
           end-perform
           close RenameStage
           close EmployeeIssues.

       *> Entitlements are keyed by item and department; on a
       *> collision the larger allowance is kept, as for par levels.
       renameEntitlements.
           move 19 to fileI
           open i-o Entitlements
           if EnStat not = "00"
               exit paragraph
           end-if
           move "Y" to firstPass
           move RowMax to rowCount
           perform until rowCount < RowMax
               perform collectEntitlements
               perform rekeyEntitlements
               move "N" to firstPass
           end-perform
           close Entitlements.

       collectEntitlements.
           move 0 to rowCount
           move "n" to eof
           move low-values to enKey
           start Entitlements key is not less than enKey
               invalid key move "y" to eof
           end-start
           perform until eof = "y" or rowCount >= RowMax
               read Entitlements next record
                   at end
                       move "y" to eof
                   not at end
                       if en-department = newDept and firstPass = "Y"
                           add 1 to fcNewBefore(fileI)
                       end-if
                       if en-department = oldDept
                           if firstPass = "Y"
                               add 1 to fcOldBefore(fileI)
                           end-if
                           add 1 to rowCount
                           move en-itemID to rwItemID(rowCount)
                           move en-itemName to rwKeyA(rowCount)
                           move en-maxQty to rwNumA(rowCount)
                           move en-windowDays to rwNumB(rowCount)
                           move en-changedBy to rwKeyB(rowCount)
                           move en-changedDate to rwNumC(rowCount)
                       end-if
               end-read
           end-perform
           if firstPass = "Y" and eof not = "y"
               perform countRestEntitlements
           end-if.

       countRestEntitlements.
           perform until eof = "y"
               read Entitlements next record
                   at end
                       move "y" to eof
                   not at end
                       if en-department = newDept
                           add 1 to fcNewBefore(fileI)
                       end-if
                       if en-department = oldDept
                           add 1 to fcOldBefore(fileI)
                       end-if
               end-read
           end-perform.

       rekeyEntitlements.
           perform varying rowI from 1 by 1 until rowI > rowCount
               move rwItemID(rowI) to en-itemID
               move oldDept to en-department
               read Entitlements key is enKey
                   invalid key
                       continue
                   not invalid key
                       delete Entitlements record
               end-read

               move rwItemID(rowI) to en-itemID
               move newDept to en-department
               read Entitlements key is enKey
                   invalid key
                       move rwItemID(rowI) to en-itemID
                       move newDept to en-department
                       move rwKeyA(rowI) to en-itemName
                       move rwNumA(rowI) to en-maxQty
                       move rwNumB(rowI) to en-windowDays
                       move rwKeyB(rowI) to en-changedBy
                       move rwNumC(rowI) to en-changedDate
                       write entitlementRec
                       add 1 to fcMoved(fileI)
                   not invalid key
                       if rwNumA(rowI) > en-maxQty
                           move rwNumA(rowI) to en-maxQty
                           rewrite entitlementRec
                       end-if
                       add 1 to fcFolded(fileI)
               end-read
           end-perform.

       *> Report distribution follows the name, so the department's
       *> burst segments still reach it at the self-service station.
       renameDeptDistrib.
           move 20 to fileI
           open i-o DeptDistrib
           if DdStat not = "00"
               exit paragraph
           end-if
           move "Y" to firstPass
           move RowMax to rowCount
           perform until rowCount < RowMax
               perform collectDeptDistrib
               perform rekeyDeptDistrib
               move "N" to firstPass
           end-perform
           close DeptDistrib.

       collectDeptDistrib.
           move 0 to rowCount
           move "n" to eof
           move low-values to ddKey
           start DeptDistrib key is not less than ddKey
               invalid key move "y" to eof
           end-start
           perform until eof = "y" or rowCount >= RowMax
               read DeptDistrib next record
                   at end
                       move "y" to eof
                   not at end
                       if dd-dept = newDept and firstPass = "Y"
                           add 1 to fcNewBefore(fileI)
                       end-if
                       if dd-dept = oldDept
                           if firstPass = "Y"
                               add 1 to fcOldBefore(fileI)
                           end-if
                           add 1 to rowCount
                           move dd-reportType to rwKeyA(rowCount)
                           move dd-addedBy to rwKeyB(rowCount)
                           move dd-addedDate to rwNumA(rowCount)
                       end-if
               end-read
           end-perform
           if firstPass = "Y" and eof not = "y"
               perform countRestDeptDistrib
           end-if.

       countRestDeptDistrib.
           perform until eof = "y"
               read DeptDistrib next record
                   at end
                       move "y" to eof
                   not at end
                       if dd-dept = newDept
                           add 1 to fcNewBefore(fileI)
                       end-if
                       if dd-dept = oldDept
                           add 1 to fcOldBefore(fileI)
                       end-if
               end-read
           end-perform.

       rekeyDeptDistrib.
           perform varying rowI from 1 by 1 until rowI > rowCount
               move oldDept to dd-dept
               move rwKeyA(rowI) to dd-reportType
               read DeptDistrib key is ddKey
                   invalid key
                       continue
                   not invalid key
                       delete DeptDistrib record
               end-read

               move newDept to dd-dept
               move rwKeyA(rowI) to dd-reportType
               read DeptDistrib key is ddKey
                   invalid key
                       move newDept to dd-dept
                       move rwKeyA(rowI) to dd-reportType
                       move rwKeyB(rowI) to dd-addedBy
                       move rwNumA(rowI) to dd-addedDate
                       write deptDistribRec
                       add 1 to fcMoved(fileI)
                   not invalid key
                       add 1 to fcFolded(fileI)
               end-read
           end-perform.

       *> Burst segments already on the spool keep showing to the
       *> department at the self-service station.
       renameSpoolCatalog.
           move 21 to fileI
           open i-o SpoolCatalog
           if SpStat not = "00"
               exit paragraph
           end-if
           move "n" to eof
           perform until eof = "y"
               read SpoolCatalog next record
                   at end
                       move "y" to eof
                   not at end
                       if sp-dept = newDept
                           add 1 to fcNewBefore(fileI)
                       end-if
                       if sp-dept = oldDept
                           add 1 to fcOldBefore(fileI)
                           move newDept to sp-dept
                           rewrite SpoolCatalogRec
                           add 1 to fcMoved(fileI)
                       end-if
               end-read
           end-perform
           close SpoolCatalog.

       renameEmergencyIssues.
           move 22 to fileI
           open i-o EmergencyIssues
           if EgStat not = "00"
               exit paragraph
           end-if
           move "n" to eof
           perform until eof = "y"
               read EmergencyIssues next record
                   at end
                       move "y" to eof
                   not at end
                       if eg-department = newDept
                           add 1 to fcNewBefore(fileI)
                       end-if
                       if eg-department = oldDept
                           add 1 to fcOldBefore(fileI)
                           move newDept to eg-department
                           rewrite EmergencyIssueRec
                           add 1 to fcMoved(fileI)
                       end-if
               end-read
           end-perform
           close EmergencyIssues.

       renameNcrs.
           move 23 to fileI
           open i-o NcrFile
           if NcrStat not = "00"
               exit paragraph
           end-if
           move "n" to eof
           perform until eof = "y"
               read NcrFile next record
                   at end
                       move "y" to eof
                   not at end
                       if ncr-department = newDept
                           add 1 to fcNewBefore(fileI)
                       end-if
                       if ncr-department = oldDept
                           add 1 to fcOldBefore(fileI)
                           move newDept to ncr-department
                           rewrite NcrRec
                           add 1 to fcMoved(fileI)
                       end-if
               end-read
           end-perform
           close NcrFile.

       *> PO lines bought for a department carry it; their open
       *> value follows the name into the new encumbrance.
       renamePOChargeDept.
           move 24 to fileI
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
                       if po-chargeDept = newDept
                           add 1 to fcNewBefore(fileI)
                       end-if
                       if po-chargeDept = oldDept
                           add 1 to fcOldBefore(fileI)
                           move newDept to po-chargeDept
                           rewrite PurchOrderRec
                           add 1 to fcMoved(fileI)
                       end-if
               end-read
           end-perform
           close PurchOrders.

       *> A loaned unit's holder is the department it is out to; a
       *> unit at repair names its vendor there and is left alone.
       renameSerialUnits.
           move 25 to fileI
           open i-o SerialUnits
           if SuStat not = "00"
               exit paragraph
           end-if
           move "n" to eof
           perform until eof = "y"
               read SerialUnits next record
                   at end
                       move "y" to eof
                   not at end
                       if su-status = "LOANED"
                           if su-holder = newDept
                               add 1 to fcNewBefore(fileI)
                           end-if
                           if su-holder = oldDept
                               add 1 to fcOldBefore(fileI)
                               move newDept to su-holder
                               rewrite serialUnitRec
                               add 1 to fcMoved(fileI)
                           end-if
                       end-if
               end-read
           end-perform
           close SerialUnits.

       *> Loan moves name the department; repair moves the vendor.
       renameSerialHistory.
           move 26 to fileI
           open input SerialHistory
           if ShStat not = "00"
               exit paragraph
           end-if
           open output RenameStage
           call "openFileCheck" using StgStat
           move "n" to eof
           perform until eof = "y"
               read SerialHistory
                   at end
                       move "y" to eof
                   not at end
                       if sh-event = "LOAN-OUT" or sh-event = "LOAN-IN"
                           if sh-holder = newDept
                               add 1 to fcNewBefore(fileI)
                           end-if
                           if sh-holder = oldDept
                               add 1 to fcOldBefore(fileI)
                               move newDept to sh-holder
                               add 1 to fcMoved(fileI)
                           end-if
                       end-if
                       move serialHistRec to stageRec
                       write stageRec
               end-read
           end-perform
           close SerialHistory
           close RenameStage

           open input RenameStage
           open output SerialHistory
           move "n" to eof
           perform until eof = "y"
               read RenameStage
                   at end
                       move "y" to eof
                   not at end
                       move stageRec to serialHistRec
                       write serialHistRec
               end-read
           end-perform
           close RenameStage
           close SerialHistory.

       *> Folded rows merged into an existing new-name row and so
       *> do not add to its count.
       printCounts.
           display "------------------------------------------"
           display "File                    |   old name    |   new name"
           display "                        | before  after | before  after"
           perform varying fileI from 1 by 1 until fileI > FileMax
               compute fcOldAfter = fcOldBefore(fileI)
                   - fcMoved(fileI) - fcFolded(fileI)
               compute fcNewAfter = fcNewBefore(fileI)
                   + fcMoved(fileI)
               add fcMoved(fileI) to totalMoved
               add fcFolded(fileI) to totalMoved
               display countFileName(fileI) "| " fcOldBefore(fileI)
                       " " fcOldAfter " | " fcNewBefore(fileI) " "
                       fcNewAfter
           end-perform
           display "Rows renamed or folded: " totalMoved.

       writeRenameLog.
           move oldDept to dr-oldName
           move newDept to dr-newName
           move renameAction to dr-action
           move totalMoved to dr-rowsMoved
           move renameOperator to dr-operatorID
           move function current-date(1:8) to dr-date
           call "getDate" using nowTime nowDate
           move nowTime to dr-time

           open extend DeptRenameLog
           if DrStat = "05" or DrStat = "35"
               open output DeptRenameLog
               close DeptRenameLog
               open extend DeptRenameLog
           end-if
           write deptRenameRec
           close DeptRenameLog
           display "Audit entry written to DeptRenameLog.dat".
