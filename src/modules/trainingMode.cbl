            01 trainingNow pic x.
            01 confirmWord pic x(10).
            01 latestSet pic 9(8) value 0.
            01 copiedCount pic 9(3) value 0.
            01 missedCount pic 9(3) value 0.

            *> The same everything-the-business-remembers list
            *> backupManager.cbl carries; a new data file is one more
            *> entry in both.
            01 FileMax pic 9(3) value 126.
            01 fileNames.
                02 filler pic x(24) value "Inventory.dat".
                02 filler pic x(24) value "SafetyStocks.dat".
                02 filler pic x(24) value "WasteLog.dat".
                02 filler pic x(24) value "ItemForwarding.dat".
                02 filler pic x(24) value "AuditSample.dat".
                02 filler pic x(24) value "VendorDocs.dat".
                02 filler pic x(24) value "DeptRenameLog.dat".
                02 filler pic x(24) value "ObsReserve.dat".
                02 filler pic x(24) value "RequestLines.dat".
                02 filler pic x(24) value "ItemRenameLog.dat".
                02 filler pic x(24) value "SystemParams.dat".
                02 filler pic x(24) value "ParamHistory.dat".
                02 filler pic x(24) value "MenuUsage.dat".
                02 filler pic x(24) value "MasterChangeLog.dat".
                02 filler pic x(24) value "ApprovalDelegations.dat".
                02 filler pic x(24) value "ReasonCodes.dat".
                02 filler pic x(24) value "OpenCredits.dat".
                02 filler pic x(24) value "CreditMemos.dat".
                02 filler pic x(24) value "ExchangeRates.dat".
                02 filler pic x(24) value "SpendCube.dat".
                02 filler pic x(24) value "SiteCountSchedule.dat".
                02 filler pic x(24) value "KitBuilds.dat".
                02 filler pic x(24) value "Ncr.dat".
                02 filler pic x(24) value "SamplePlans.dat".
                02 filler pic x(24) value "InspectState.dat".
                02 filler pic x(24) value "InspectResults.dat".
                02 filler pic x(24) value "RepairOrders.dat".
                02 filler pic x(24) value "SerialUnits.dat".
                02 filler pic x(24) value "SerialHistory.dat".
                02 filler pic x(24) value "Calibration.dat".
                02 filler pic x(24) value "CalibHistory.dat".
                02 filler pic x(24) value "HazardProfile.dat".
                02 filler pic x(24) value "EmployeeMaster.dat".
                02 filler pic x(24) value "Entitlements.dat".
                02 filler pic x(24) value "EmployeeIssues.dat".
                02 filler pic x(24) value "SecurityLog.dat".
                02 filler pic x(24) value "NotifyOutbox.dat".
                02 filler pic x(24) value "JobRoleMap.dat".
                02 filler pic x(24) value "OffboardQueue.dat".
                02 filler pic x(24) value "DeptBudgets.dat".
                02 filler pic x(24) value "NonPoReceipts.dat".
                02 filler pic x(24) value "OverflowStock.dat".
                02 filler pic x(24) value "PutawayTasks.dat".
                02 filler pic x(24) value "KanbanCards.dat".
                02 filler pic x(24) value "KanbanSignals.dat".
                02 filler pic x(24) value "BatchRunStats.dat".
                02 filler pic x(24) value "BomRevisions.dat".
                02 filler pic x(24) value "ExtractDefs.dat".
                02 filler pic x(24) value "DeptDistrib.dat".
                02 filler pic x(24) value "CarrierMaster.dat".
                02 filler pic x(24) value "SiteShipments.dat".
                02 filler pic x(24) value "SiteFreight.dat".
                02 filler pic x(24) value "PartXref.dat".
                02 filler pic x(24) value "PartXrefExcept.dat".
                02 filler pic x(24) value "ItemAttributes.dat".
                02 filler pic x(24) value "AttrTemplates.dat".
                02 filler pic x(24) value "EmergencyIssues.dat".
                02 filler pic x(24) value "ApprovalLimits.dat".
                02 filler pic x(24) value "ApprovalSignoffs.dat".
                02 filler pic x(24) value "ContractTiers.dat".
                02 filler pic x(24) value "RebateAgreements.dat".
                02 filler pic x(24) value "RecoveryJournal.dat".
            01 fileTable redefines fileNames.
                *> One more name than the backup list:
                *> RecoveryJournal.dat swaps too, so practice
                *> movements never land in the live replay journal.
                02 dataFileName occurs 126 times pic x(24).
            01 fileI pic 9(3).
            01 srcName pic x(60).
            01 dstName pic x(60).
            01 fileInfo pic x(64).
