                   *> sign-on and kept current as options run.
                   copy "Sessions".

                   copy "MenuUsage".

        DATA DIVISION.
            file section.
                copy "OperatorRoles-rec".

                copy "Sessions-rec".

                copy "MenuUsage-rec".

            WORKING-STORAGE SECTION.
            01 choice pic 9(3) value 999.

            01 loggedIn pic x value "N".
            01 loginTries pic 9 value 0.
            01 MaxTries pic 9 value 3.
            *> verifyPassword's answer; the account lockout itself
            *> lives on the operator record, across runs.
            01 pwResult pic x.
            01 pwChanged pic x.
            *> Rule values read through getParam (SystemParams.dat).
            01 ruleName pic x(20).
            01 ruleValue pic 9(9).
            01 unackedErrors pic 9(4).
            01 unackedAlerts pic 9(4).
            01 SessStat pic xx.
            01 sessDate pic x(10).
            01 numIn pic 9(8).
            01 numCancel pic x.
            01 MuStat pic xx.
            01 menuDone pic x value "N".
            01 menuEntry pic x(4).
            01 todayDate pic 9(8).

            *> Every option on one catalog: its label, the group it
            *> lists under and who may see it. Roles are letters - S
            *> supervisor, B buyer, F finance, Q QA - with "*" for
            *> everybody; ADMIN sees the lot. Options gated to a role
            *> in their own program are gated here too, so nobody is
            *> shown an option only to be refused it.
            01 OptMax pic 9(3) value 176.
            01 optionCatalog.
                02 filler pic x(52) value "View inventory".
                02 filler pic x(1) value "I".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Add stock".
                02 filler pic x(1) value "P".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Delete a record".
                02 filler pic x(1) value "I".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Search for a record".
                02 filler pic x(1) value "I".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Display safety stock".
                02 filler pic x(1) value "I".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Input safety stock".
                02 filler pic x(1) value "I".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Rebuild inventory from items.txt".
                02 filler pic x(1) value "A".
                02 filler pic x(4) value "A".
                02 filler pic x(52) value "Physical cycle-count reconciliation".
                02 filler pic x(1) value "I".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Daily restock digest".
                02 filler pic x(1) value "I".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Category subtotal report".
                02 filler pic x(1) value "I".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Enroll new item".
                02 filler pic x(1) value "I".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Period-end archive".
                02 filler pic x(1) value "A".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Print pick-list for a request".
                02 filler pic x(1) value "R".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "End-of-day reconciliation report".
                02 filler pic x(1) value "I".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Purchase-order suggestion report".
                02 filler pic x(1) value "P".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Submit a stock request".
                02 filler pic x(1) value "R".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Return stock against a request".
                02 filler pic x(1) value "R".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Low-stock exception report".
                02 filler pic x(1) value "I".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Inventory valuation report".
                02 filler pic x(1) value "F".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "FEFO (expiration) exception report".
                02 filler pic x(1) value "I".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Set a seasonal safety-stock threshold".
                02 filler pic x(1) value "I".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Approve or reject pending requests".
                02 filler pic x(1) value "R".
                02 filler pic x(4) value "S".
                02 filler pic x(52) value "Fulfill an approved request".
                02 filler pic x(1) value "R".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Backorder inquiry".
                02 filler pic x(1) value "R".
                02 filler pic x(4) value "*".
                02 filler pic x(52)
                    value "Create purchase orders from suggestions".
                02 filler pic x(1) value "P".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Purchase order status report".
                02 filler pic x(1) value "P".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Vendor performance scorecard".
                02 filler pic x(1) value "P".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Unit-cost maintenance".
                02 filler pic x(1) value "I".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Purchase price variance report".
                02 filler pic x(1) value "P".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Month-end GL export".
                02 filler pic x(1) value "F".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Monthly department chargeback report".
                02 filler pic x(1) value "F".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Cancel a request".
                02 filler pic x(1) value "R".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Available-to-promise inquiry".
                02 filler pic x(1) value "R".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Net-requirements planning run".
                02 filler pic x(1) value "L".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Tune reorder points from usage history".
                02 filler pic x(1) value "L".
                02 filler pic x(4) value "*".
                02 filler pic x(52)
                    value "Days-of-cover / projected stockout report".
                02 filler pic x(1) value "L".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "ABC classification by usage value".
                02 filler pic x(1) value "L".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Generate cycle-count sheets (rotation)".
                02 filler pic x(1) value "I".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Shrinkage trend report".
                02 filler pic x(1) value "I".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Item 360 history inquiry".
                02 filler pic x(1) value "I".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Standing order maintenance".
                02 filler pic x(1) value "R".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Generate standing orders due today".
                02 filler pic x(1) value "R".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Import requests from RequestImport.txt".
                02 filler pic x(1) value "R".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Amend a pending request".
                02 filler pic x(1) value "R".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Request aging and escalation report".
                02 filler pic x(1) value "R".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Fill-rate and stockout KPI report".
                02 filler pic x(1) value "R".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Dead-stock report with carrying cost".
                02 filler pic x(1) value "L".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Expired stock quarantine / disposal".
                02 filler pic x(1) value "I".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "QA hold release (inspection)".
                02 filler pic x(1) value "P".
                02 filler pic x(4) value "Q".
                02 filler pic x(52) value "Return stock to vendor (RTV)".
                02 filler pic x(1) value "P".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Inter-department transfer".
                02 filler pic x(1) value "S".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Satellite site stock / transfers".
                02 filler pic x(1) value "S".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Redisplay the dashboard".
                02 filler pic x(1) value "A".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Change password".
                02 filler pic x(1) value "A".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Error-log review".
                02 filler pic x(1) value "A".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Cross-file integrity audit".
                02 filler pic x(1) value "A".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Indexed-file health check / rebuild".
                02 filler pic x(1) value "A".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Run the nightly batch window".
                02 filler pic x(1) value "A".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Backup / restore manager".
                02 filler pic x(1) value "A".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Offline transaction capture".
                02 filler pic x(1) value "A".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Post the offline transaction queue".
                02 filler pic x(1) value "A".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Wall-to-wall physical inventory".
                02 filler pic x(1) value "I".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Daily closing-stock snapshot".
                02 filler pic x(1) value "I".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "As-of-date stock inquiry".
                02 filler pic x(1) value "I".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Material-type master maintenance".
                02 filler pic x(1) value "I".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Queue shelf labels for a bin range".
                02 filler pic x(1) value "I".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Par-level floor stock maintenance".
                02 filler pic x(1) value "L".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Par-level replenishment batch".
                02 filler pic x(1) value "L".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Operator activity summary".
                02 filler pic x(1) value "A".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Vendor contract price maintenance".
                02 filler pic x(1) value "P".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Contract price variance report".
                02 filler pic x(1) value "P".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Item-vendor sourcing maintenance".
                02 filler pic x(1) value "P".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Approve or void draft purchase orders".
                02 filler pic x(1) value "P".
                02 filler pic x(4) value "B".
                02 filler pic x(52) value "Record vendor promise dates".
                02 filler pic x(1) value "P".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Overdue-PO expediting worklist".
                02 filler pic x(1) value "P".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Import vendor ship notices (ASN)".
                02 filler pic x(1) value "P".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Vendor invoice entry / match review".
                02 filler pic x(1) value "P".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Received-not-invoiced accrual report".
                02 filler pic x(1) value "P".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "OS&D receiving claims".
                02 filler pic x(1) value "P".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Receiving dock schedule / worksheet".
                02 filler pic x(1) value "P".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Recall trace by vendor lot".
                02 filler pic x(1) value "I".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Consignment stock maintenance".
                02 filler pic x(1) value "P".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Consignment usage settlement".
                02 filler pic x(1) value "F".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Wave pick all approved requests".
                02 filler pic x(1) value "R".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Delivery confirmation / exceptions".
                02 filler pic x(1) value "R".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Department item catalog maintenance".
                02 filler pic x(1) value "R".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Project / job code maintenance".
                02 filler pic x(1) value "F".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Project cost report".
                02 filler pic x(1) value "F".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Kit pre-build work order".
                02 filler pic x(1) value "L".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Item lifecycle status maintenance".
                02 filler pic x(1) value "I".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Merge a duplicate item enrollment".
                02 filler pic x(1) value "I".
                02 filler pic x(4) value "A".
                02 filler pic x(52) value "Item-key widening migration (one-shot)".
                02 filler pic x(1) value "A".
                02 filler pic x(4) value "A".
                02 filler pic x(52) value "Mass price update (staged)".
                02 filler pic x(1) value "I".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Fiscal period master".
                02 filler pic x(1) value "F".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Month-end close sequence".
                02 filler pic x(1) value "F".
                02 filler pic x(4) value "S".
                02 filler pic x(52) value "GL account mapping maintenance".
                02 filler pic x(1) value "F".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Chargeback disputes / credit memos".
                02 filler pic x(1) value "F".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Inventory turns / months-on-hand".
                02 filler pic x(1) value "L".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Year-over-year usage comparison".
                02 filler pic x(1) value "L".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Generate demand forecast".
                02 filler pic x(1) value "L".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Forecast review / override".
                02 filler pic x(1) value "L".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Forecast accuracy report".
                02 filler pic x(1) value "L".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Scenario planning simulation".
                02 filler pic x(1) value "L".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Site replenishment planner".
                02 filler pic x(1) value "S".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Consolidated site shipments".
                02 filler pic x(1) value "S".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Tool crib check-out / check-in".
                02 filler pic x(1) value "S".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Returnable container tracking".
                02 filler pic x(1) value "S".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Daily controlled-item count sheet".
                02 filler pic x(1) value "I".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Business-event alert sweep".
                02 filler pic x(1) value "A".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Alert console (acknowledge)".
                02 filler pic x(1) value "A".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Report spool catalog / reprint / purge".
                02 filler pic x(1) value "A".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Archive inquiry (all generations)".
                02 filler pic x(1) value "I".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Ledger compaction (archive old detail)".
                02 filler pic x(1) value "A".
                02 filler pic x(4) value "A".
                02 filler pic x(52) value "Paged inventory browse".
                02 filler pic x(1) value "I".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Active sessions (who is doing what)".
                02 filler pic x(1) value "A".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Forward-recovery journal replay".
                02 filler pic x(1) value "A".
                02 filler pic x(4) value "A".
                02 filler pic x(52) value "Training mode (enter/leave/refresh)".
                02 filler pic x(1) value "A".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Segregation-of-duties exception report".
                02 filler pic x(1) value "A".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Stratified audit sampling".
                02 filler pic x(1) value "A".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Shift handover log".
                02 filler pic x(1) value "A".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Request for quote (RFQ) cycle".
                02 filler pic x(1) value "P".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Blanket purchase orders / releases".
                02 filler pic x(1) value "P".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Business calendar maintenance".
                02 filler pic x(1) value "A".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Bin location master / re-slotting".
                02 filler pic x(1) value "I".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Department waste / scrap reporting".
                02 filler pic x(1) value "I".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "AP payment run (pay matched invoices)".
                02 filler pic x(1) value "F".
                02 filler pic x(4) value "F".
                02 filler pic x(52) value "Accounts-payable aging by vendor".
                02 filler pic x(1) value "F".
                02 filler pic x(4) value "*".
                02 filler pic x(52)
                    value "Vendor master maintenance / hold status".
                02 filler pic x(1) value "P".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Vendor compliance documents".
                02 filler pic x(1) value "P".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Department master / division roll-up".
                02 filler pic x(1) value "F".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Department rename / merge".
                02 filler pic x(1) value "A".
                02 filler pic x(4) value "A".
                02 filler pic x(52) value "Budget vs actual vs committed report".
                02 filler pic x(1) value "F".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Obsolescence reserve (month end)".
                02 filler pic x(1) value "F".
                02 filler pic x(4) value "F".
                02 filler pic x(52) value "Void a receipt (supervisor)".
                02 filler pic x(1) value "P".
                02 filler pic x(4) value "S".
                02 filler pic x(52) value "Item request history".
                02 filler pic x(1) value "R".
                02 filler pic x(4) value "*".
                02 filler pic x(52)
                    value "Build request lines from requests (admin)".
                02 filler pic x(1) value "A".
                02 filler pic x(4) value "A".
                02 filler pic x(52)
                    value "Re-key item-name files onto itemID (admin, one-shot)".
                02 filler pic x(1) value "A".
                02 filler pic x(4) value "A".
                02 filler pic x(52) value "Rename an item (admin)".
                02 filler pic x(1) value "I".
                02 filler pic x(4) value "A".
                02 filler pic x(52) value "System parameters (admin)".
                02 filler pic x(1) value "A".
                02 filler pic x(4) value "A".
                02 filler pic x(52)
                    value "Master file change log inquiry / report".
                02 filler pic x(1) value "A".
                02 filler pic x(4) value "*".
                02 filler pic x(52)
                    value "Approval delegation (hand over while away)".
                02 filler pic x(1) value "A".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Reason code master".
                02 filler pic x(1) value "A".
                02 filler pic x(4) value "A".
                02 filler pic x(52) value "Vendor credit memos / open credits".
                02 filler pic x(1) value "P".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Unrecovered vendor credits aging".
                02 filler pic x(1) value "P".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Exchange rates".
                02 filler pic x(1) value "F".
                02 filler pic x(4) value "F".
                02 filler pic x(52)
                    value "Spend analysis - rebuild cube from history".
                02 filler pic x(1) value "F".
                02 filler pic x(4) value "SBF".
                02 filler pic x(52)
                    value "Spend analysis by vendor / material type / period".
                02 filler pic x(1) value "F".
                02 filler pic x(4) value "SBF".
                02 filler pic x(52) value "Kit breakdown (disassembly) work order".
                02 filler pic x(1) value "L".
                02 filler pic x(4) value "*".
                02 filler pic x(52)
                    value "Non-conformance reports (NCR) / corrective action".
                02 filler pic x(1) value "P".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Open NCR aging by vendor".
                02 filler pic x(1) value "P".
                02 filler pic x(4) value "SBQA".
                02 filler pic x(52) value "Inspection sampling plans".
                02 filler pic x(1) value "P".
                02 filler pic x(4) value "Q".
                02 filler pic x(52)
                    value "Repair orders (durable items out for repair)".
                02 filler pic x(1) value "S".
                02 filler pic x(4) value "*".
                02 filler pic x(52)
                    value "Serial-tracked units: history / register / retire".
                02 filler pic x(1) value "S".
                02 filler pic x(4) value "*".
                02 filler pic x(52)
                    value "Calibration schedule / due list / recall impact".
                02 filler pic x(1) value "S".
                02 filler pic x(4) value "*".
                02 filler pic x(52)
                    value "Hazmat profiles / fire marshal / SDS review".
                02 filler pic x(1) value "I".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Employee master / issue entitlements".
                02 filler pic x(1) value "R".
                02 filler pic x(4) value "*".
                02 filler pic x(52)
                    value "Issue to employee (PPE / personal tools)".
                02 filler pic x(1) value "R".
                02 filler pic x(4) value "*".
                02 filler pic x(52)
                    value "Operator offboarding / reassign open work".
                02 filler pic x(1) value "A".
                02 filler pic x(4) value "A".
                02 filler pic x(52)
                    value "Operator account security (unlock, reset)".
                02 filler pic x(1) value "A".
                02 filler pic x(4) value "A".
                02 filler pic x(52) value "Notification outbox status and resend".
                02 filler pic x(1) value "A".
                02 filler pic x(4) value "*".
                02 filler pic x(52)
                    value "Department budgets by period (load, rollover)".
                02 filler pic x(1) value "F".
                02 filler pic x(4) value "F".
                02 filler pic x(52)
                    value "Purchasing-card receipts and statement reconcile".
                02 filler pic x(1) value "F".
                02 filler pic x(4) value "F".
                02 filler pic x(52) value "Put-away tasks, overflow and bin fill".
                02 filler pic x(1) value "I".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Kanban two-bin cards".
                02 filler pic x(1) value "I".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Nightly batch run statistics and trend".
                02 filler pic x(1) value "A".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "BOM where-used and kit cost roll-up".
                02 filler pic x(1) value "L".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Kit / BOM maintenance and revisions".
                02 filler pic x(1) value "L".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Ad hoc data extracts".
                02 filler pic x(1) value "A".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Report distribution by department".
                02 filler pic x(1) value "A".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Carrier master (freight rates)".
                02 filler pic x(1) value "S".
                02 filler pic x(4) value "*".
                02 filler pic x(52)
                    value "Monthly site freight cost report and allocation".
                02 filler pic x(1) value "S".
                02 filler pic x(4) value "*".
                02 filler pic x(52)
                    value "Part number cross-reference and exceptions".
                02 filler pic x(1) value "P".
                02 filler pic x(4) value "*".
                02 filler pic x(52)
                    value "Item specification attributes and templates".
                02 filler pic x(1) value "I".
                02 filler pic x(4) value "*".
                02 filler pic x(52)
                    value "After-hours emergency issue / reconciliation".
                02 filler pic x(1) value "R".
                02 filler pic x(4) value "S".
                02 filler pic x(52) value "Approval limits and sign-off trail".
                02 filler pic x(1) value "A".
                02 filler pic x(4) value "*".
                02 filler pic x(52) value "Vendor rebate accrual (year to date)".
                02 filler pic x(1) value "P".
                02 filler pic x(4) value "*".
            01 optionTable redefines optionCatalog.
                02 optEntry occurs 176 times.
                    03 optLabel pic x(52).
                    03 optGroup pic x(1).
                    03 optRoles pic x(4).
            01 optI pic 9(3).
            01 optVisible pic x.
            01 dispOpt pic zz9.
            01 visibleCount pic 9(3).

            01 GroupMax pic 9 value 7.
            01 groupNames.
                02 filler pic x(1) value "R".
                02 filler pic x(30) value "Requests".
                02 filler pic x(1) value "P".
                02 filler pic x(30) value "Receiving and Purchasing".
                02 filler pic x(1) value "I".
                02 filler pic x(30) value "Inventory Control".
                02 filler pic x(1) value "L".
                02 filler pic x(30) value "Planning".
                02 filler pic x(1) value "F".
                02 filler pic x(30) value "Finance".
                02 filler pic x(1) value "S".
                02 filler pic x(30) value "Sites and Crib".
                02 filler pic x(1) value "A".
                02 filler pic x(30) value "Administration".
            01 groupTable redefines groupNames.
                02 groupEntry occurs 7 times.
                    03 grpCode pic x(1).
                    03 grpName pic x(30).
            01 grpI pic 9.
            01 pickGroup pic x(1).

            *> The signed-on operator's role, and its catalog letter.
            *> Spaces (no roles file yet) shows everything, the same
            *> bootstrap stance the sign-on takes.
            01 sessionRole pic x(10).
            01 roleLetter pic x(1).
            01 roleHits pic 9.
            *> Roles this operator holds today only as someone's
            *> delegate (ApprovalDelegations.dat), so the options
            *> authCheck will let them run are on their menu too.
            01 delegLetters pic x(4).
            01 delegAdmin pic x.
            01 delegFor pic x(10).
            01 delegRole pic x(10).
            01 delegI pic 9.
            01 delegRoleNames.
                02 filler pic x(11) value "SUPERVISORS".
                02 filler pic x(11) value "BUYER     B".
                02 filler pic x(11) value "FINANCE   F".
                02 filler pic x(11) value "QA        Q".
            01 delegRoleTable redefines delegRoleNames.
                02 delegRoleEntry occurs 4 times.
                    03 delegRoleName pic x(10).
                    03 delegRoleLetter pic x(1).

            *> Favourites: the operator's most-run options, best
            *> first, refreshed from MenuUsage.dat after every run.
            01 FavMax pic 9 value 5.
            01 favCount pic 9 value 0.
            01 favTableRecord.
                02 favTable occurs 5 times.
                    03 favOption pic 9(3).
                    03 favUses pic 9(6).
            01 favI pic 9.
            01 favJ pic 9.
            01 favEof pic x.

        PROCEDURE DIVISION.
           perform operatorLogin
               display "Too many failed sign-ons; exiting."
               exit program
           end-if
           perform loadDelegatedRoles

           call "checkTraining" using trainingFlag
           if trainingFlag = "Y"
           *> Then whatever the last shift left on the board.
           call "showHandoverNotes"

           perform loadFavourites
           perform until menuDone = "Y"
               display spaces
               call "checkTraining" using trainingFlag
               if trainingFlag = "Y"
                   display " !! " unackedAlerts " open business "
                           "alert(s) - menu 110"
               end-if
               perform showFavourites
               perform showGroups
               display " 0. Exit"
               display "==============================================="
               display "Group letter, or option number: "
                       with no advancing
               accept menuEntry
               inspect menuEntry converting
                   "abcdefghijklmnopqrstuvwxyz"
                   to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               evaluate true
                   when menuEntry = spaces
                       continue
                   when menuEntry(1:1) is alphabetic
                       move menuEntry(1:1) to pickGroup
                       perform groupMenu
                   when other
                       perform readOptionNumber
                       if choice = 0
                           move "Y" to menuDone
                           display "Exiting."
                       else
                           perform runOption
                       end-if
               end-evaluate
           end-perform

           perform dropSession

       exit program.

       *> Numbers still reach every option straight from the top
       *> screen, so the option numbers quoted in messages and
       *> reports keep working; anything unparseable falls through
       *> to "Invalid selection".
       readOptionNumber.
           move 999 to choice
           if function test-numval(menuEntry) = 0
               compute numIn = function numval(menuEntry)
               if numIn < 1000
                   move numIn to choice
               end-if
           end-if.

       showGroups.
           perform varying grpI from 1 by 1 until grpI > GroupMax
               move grpCode(grpI) to pickGroup
               perform countGroupOptions
               if visibleCount > 0
                   display " " grpCode(grpI) ". "
                           function trim(grpName(grpI))
                           " (" visibleCount ")"
               end-if
           end-perform.

       countGroupOptions.
           move 0 to visibleCount
           perform varying optI from 1 by 1 until optI > OptMax
               if optGroup(optI) = pickGroup
                   perform checkVisible
                   if optVisible = "Y"
                       add 1 to visibleCount
                   end-if
               end-if
           end-perform.

       groupMenu.
           move 1 to grpI
           perform until grpI > GroupMax
                   or grpCode(grpI) = pickGroup
               add 1 to grpI
           end-perform
           if grpI > GroupMax
               display "No such group."
               exit paragraph
           end-if
           display spaces
           display "----------- " function trim(grpName(grpI))
                   " -----------"
           perform varying optI from 1 by 1 until optI > OptMax
               if optGroup(optI) = pickGroup
                   perform checkVisible
                   if optVisible = "Y"
                       move optI to dispOpt
                       display dispOpt ". "
                               function trim(optLabel(optI))
                   end-if
               end-if
           end-perform
           display "  0. Back"
           display "Select an option: " with no advancing
           call "getNumeric" using numIn numCancel
           if numCancel = "Y" or numIn = 0
               exit paragraph
           end-if
           if numIn > 999
               move 999 to numIn
           end-if
           move numIn to choice
           perform runOption.

       *> One way in for every option, whichever screen it was
       *> picked from: the role filter, the session stamp, the
       *> option itself, and the favourites count.
       runOption.
           if choice > OptMax
               display "Invalid selection."
               exit paragraph
           end-if
           perform checkStillActive
           if menuDone = "Y"
               exit paragraph
           end-if
           move choice to optI
           perform checkVisible
           if optVisible not = "Y"
               display "Option " choice " is not available to role "
                       function trim(sessionRole)
               exit paragraph
           end-if
           perform noteSessionBusy
           perform dispatchOption
           perform noteSessionIdle
           perform countUsage
           perform loadFavourites.

       *> An operator offboarded while signed on loses the terminal
       *> at their next option, not at their next sign-on.
       checkStillActive.
           open input OperatorRoles
           if roleStat not = "00"
               exit paragraph
           end-if
           move sessionOperator to r-operatorID
           read OperatorRoles key is r-operatorID
               invalid key
                   continue
               not invalid key
                   if r-status = "I"
                       display "Operator " function trim(sessionOperator)
                               " has been deactivated; signing off"
                       move "Y" to menuDone
                   end-if
           end-read
           close OperatorRoles.

       checkVisible.
           move "Y" to optVisible
           if sessionRole = spaces or sessionRole = "ADMIN"
               exit paragraph
           end-if
           if optRoles(optI) = "*"
               exit paragraph
           end-if
           move 0 to roleHits
           if roleLetter not = space
               inspect optRoles(optI) tallying roleHits
                   for all roleLetter
           end-if
           if delegAdmin = "Y"
               exit paragraph
           end-if
           perform varying delegI from 1 by 1 until delegI > 4
               if delegLetters(delegI:1) not = space
                   inspect optRoles(optI) tallying roleHits
                       for all delegLetters(delegI:1)
               end-if
           end-perform
           if roleHits = 0
               move "N" to optVisible
           end-if.

       *> Asked once at sign-on: a delegation that starts later in
       *> the day shows up at the next sign-on.
       loadDelegatedRoles.
           move spaces to delegLetters
           move "N" to delegAdmin
           if sessionRole = spaces or sessionRole = "ADMIN"
               exit paragraph
           end-if
           move "ADMIN" to delegRole
           call "checkDelegation" using sessionOperator delegRole
               delegFor
           if delegFor not = spaces
               move "Y" to delegAdmin
               display "Acting for " function trim(delegFor)
                       " (ADMIN) under delegation"
               exit paragraph
           end-if
           perform varying delegI from 1 by 1 until delegI > 4
               if delegRoleName(delegI) not = sessionRole
                   call "checkDelegation" using sessionOperator
                       delegRoleName(delegI) delegFor
                   if delegFor not = spaces
                       move delegRoleLetter(delegI)
                           to delegLetters(delegI:1)
                       display "Acting for " function trim(delegFor)
                               " (" function trim(delegRoleName(delegI))
                               ") under delegation"
                   end-if
               end-if
           end-perform.

       setRoleLetter.
           evaluate sessionRole
               when "SUPERVISOR"
                   move "S" to roleLetter
               when "BUYER"
                   move "B" to roleLetter
               when "FINANCE"
                   move "F" to roleLetter
               when "QA"
                   move "Q" to roleLetter
               when other
                   move space to roleLetter
           end-evaluate.

       dispatchOption.
           evaluate choice
               when 1
                   call "viewInventory"
               when 2
                   call "addStocks" using sessionOperator
               when 3
                   call "deleteRecord" using sessionOperator
               when 4
                   call "searchRecord"
               when 5
                   call "dispSafetyStock"
               when 6
                   call "inputSafetyStock" using sessionOperator
               when 7
                   call "resetInventory" using sessionOperator
               when 8
                   call "cycleCount" using sessionOperator
               when 9
                   call "restockDigest"
               when 10
                   call "categorySubtotal"
               when 11
                   call "enrollItem" using sessionOperator
               when 12
                   call "periodEndArchive"
               when 13
                   call "pickListReport"
               when 14
                   call "eodReconciliation"
               when 15
                   call "dispPOReport"
               when 16
                   call "requestStocks" using sessionOperator
               when 17
                   call "returnStock" using sessionOperator
               when 18
                   call "lowStockReport"
               when 19
                   call "inventoryValuation"
               when 20
                   call "fefoReport"
               when 21
                   call "setSeasonalThreshold" using sessionOperator
               when 22
                   call "approveRequests" using sessionOperator
               when 23
                   call "fulfillRequest" using sessionOperator
               when 24
                   call "backorderInquiry"
               when 25
                   call "createPurchaseOrder"
               when 26
                   call "poStatusReport"
               when 27
                   call "vendorScorecard"
               when 28
                   call "itemCostMaint" using sessionOperator
               when 29
                   call "priceVarianceReport"
               when 30
                   call "glExport"
               when 31
                   call "deptChargeback"
               when 32
                   call "cancelRequest"
               when 33
                   call "availabilityInquiry"
               when 34
                   call "netRequirements"
               when 35
                   call "tuneReorderPoints" using sessionOperator
               when 36
                   call "daysOfCover"
               when 37
                   call "abcClassify"
               when 38
                   call "cycleCountSchedule"
               when 39
                   call "shrinkageReport"
               when 40
                   call "item360"
               when 41
                   call "standingOrderMaint"
               when 42
                   call "generateStandingOrders"
               when 43
                   call "importRequests"
               when 44
                   call "amendRequest" using sessionOperator
               when 45
                   call "requestAging"
               when 46
                   call "fillRateReport"
               when 47
                   call "deadStockReport"
               when 48
                   call "processExpiry" using sessionOperator
               when 49
                   call "qaRelease" using sessionOperator
               when 50
                   call "rtvStock" using sessionOperator
               when 51
                   call "transferDept" using sessionOperator
               when 52
                   call "transferSite" using sessionOperator
               when 53
                   call "dashboard"
               when 54
                   call "changePassword"
               when 55
                   call "errorLogReview"
               when 56
                   call "integrityAudit"
               when 57
                   call "fileHealthCheck" using sessionOperator
               when 58
                   call "nightlyBatch" using sessionOperator
               when 59
                   call "backupManager" using sessionOperator
               when 60
                   call "queueEntry" using sessionOperator
               when 61
                   call "postTransactionQueue"
               when 62
                   call "physicalInventory" using sessionOperator
               when 63
                   call "dailySnapshot"
               when 64
                   call "asOfInquiry"
               when 65
                   call "maintMaterialTypes" using sessionOperator
               when 66
                   call "labelPrint"
               when 67
                   call "parLevelMaint" using sessionOperator
               when 68
                   call "parReplenish"
               when 69
                   call "operatorActivity"
               when 70
                   call "vendorContractMaint" using sessionOperator
               when 71
                   call "contractPriceVariance"
               when 72
                   call "itemVendorMaint" using sessionOperator
               when 73
                   call "approvePOs" using sessionOperator
               when 74
                   call "poPromiseDates" using sessionOperator
               when 75
                   call "expediteWorklist"
               when 76
                   call "importASN"
               when 77
                   call "invoiceEntry" using sessionOperator
               when 78
                   call "rniAccrual"
               when 79
                   call "osdClaims" using sessionOperator
               when 80
                   call "dockSchedule"
               when 81
                   call "recallTrace"
               when 82
                   call "consignmentMaint"
               when 83
                   call "consignmentSettle"
               when 84
                   call "wavePick" using sessionOperator
               when 85
                   call "deliveryConfirm" using sessionOperator
               when 86
                   call "deptCatalogMaint"
               when 87
                   call "projectMaint" using sessionOperator
               when 88
                   call "projectCostReport"
               when 89
                   call "kitPrebuild" using sessionOperator
               when 90
                   call "itemLifecycleMaint" using sessionOperator
               when 91
                   call "itemMerge" using sessionOperator
               when 92
                   call "migrateItemKeys" using sessionOperator
               when 93
                   call "massReprice" using sessionOperator
               when 94
                   call "fiscalPeriodMaint" using sessionOperator
               when 95
                   call "monthEndClose" using sessionOperator
               when 96
                   call "glAccountMaint" using sessionOperator
               when 97
                   call "chargebackDispute" using sessionOperator
               when 98
                   call "inventoryTurns"
               when 99
                   call "usageYoY"
               when 100
                   call "forecastGenerate"
               when 101
                   call "forecastReview"
               when 102
                   call "forecastAccuracy"
               when 103
                   call "scenarioPlan"
               when 104
                   call "siteReplenish" using sessionOperator
               when 105
                   call "siteShipments" using sessionOperator
               when 106
                   call "toolCrib" using sessionOperator
               when 107
                   call "containerTrack" using sessionOperator
               when 108
                   call "controlledCountSheet"
               when 109
                   call "alertSweep"
               when 110
                   call "alertConsole" using sessionOperator
               when 111
                   call "spoolBrowse"
               when 112
                   call "archiveInquiry"
               when 113
                   call "ledgerCompact" using sessionOperator
               when 114
                   call "browseInventory"
               when 115
                   call "whoIsOn" using sessionOperator
               when 116
                   call "recoveryReplay" using sessionOperator
               when 117
                   call "trainingMode" using sessionOperator
               when 118
                   call "sodReport"
               when 119
                   call "auditSample" using sessionOperator
               when 120
                   call "handoverLog" using sessionOperator
               when 121
                   call "rfqCycle" using sessionOperator
               when 122
                   call "blanketPO" using sessionOperator
               when 123
                   call "bizCalendarMaint"
               when 124
                   call "binMaint" using sessionOperator
               when 125
                   call "wasteReport" using sessionOperator
               when 126
                   call "apPaymentRun" using sessionOperator
               when 127
                   call "apAgingReport"
               when 128
                   call "vendorMaint" using sessionOperator
               when 129
                   call "vendorDocMaint" using sessionOperator
               when 130
                   call "deptMaint" using sessionOperator
               when 131
                   call "deptRename" using sessionOperator
               when 132
                   call "budgetCommitReport"
               when 133
                   call "obsolescenceReserve" using sessionOperator
               when 134
                   call "receiptVoid" using sessionOperator
               when 135
                   call "itemRequestHistory"
               when 136
                   call "loadRequestLines" using sessionOperator
               when 137
                   call "rekeyItemFiles" using sessionOperator
               when 138
                   call "itemRename" using sessionOperator
               when 139
                   call "systemParamMaint" using sessionOperator
               when 140
                   call "masterChangeReport"
               when 141
                   call "delegationMaint" using sessionOperator
               when 142
                   call "reasonCodeMaint" using sessionOperator
               when 143
                   call "vendorCredits" using sessionOperator
               when 144
                   call "creditAgingReport"
               when 145
                   call "exchangeRateMaint" using sessionOperator
               when 146
                   call "spendCubeBuild"
               when 147
                   call "spendAnalysisReport"
               when 148
                   call "kitBreakdown" using sessionOperator
               when 149
                   call "ncrMaint" using sessionOperator
               when 150
                   call "ncrAgingReport"
               when 151
                   call "samplePlanMaint" using sessionOperator
               when 152
                   call "repairOrders" using sessionOperator
               when 153
                   call "serialUnits" using sessionOperator
               when 154
                   call "calibrationMaint" using sessionOperator
               when 155
                   call "hazmatMaint" using sessionOperator
               when 156
                   call "employeeMaint" using sessionOperator
               when 157
                   call "employeeIssue" using sessionOperator
               when 158
                   call "operatorOffboard" using sessionOperator
               when 159
                   call "operatorSecurity" using sessionOperator
               when 160
                   call "notifyStatus" using sessionOperator
               when 161
                   call "budgetMaint" using sessionOperator
               when 162
                   call "pcardReconcile" using sessionOperator
               when 163
                   call "putawayTasks" using sessionOperator
               when 164
                   call "kanbanCards" using sessionOperator
               when 165
                   call "batchRunStats" using sessionOperator
               when 166
                   call "bomInquiry" using sessionOperator
               when 167
                   call "bomMaint" using sessionOperator
               when 168
                   call "extractBuilder" using sessionOperator
               when 169
                   call "reportDistribution" using sessionOperator
               when 170
                   call "carrierMaint" using sessionOperator
               when 171
                   call "freightReport" using sessionOperator
               when 172
                   call "partXrefMaint" using sessionOperator
               when 173
                   call "itemAttrMaint" using sessionOperator
               when 174
                   call "emergencyIssue" using sessionOperator
               when 175
                   call "approvalLimitMaint" using sessionOperator
               when 176
                   call "rebateAccrualReport"
               when other
                   display "Invalid selection."
           end-evaluate.

       countUsage.
           open i-o MenuUsage
           if MuStat = "35"
               open output MenuUsage
               close MenuUsage
               open i-o MenuUsage
           end-if
           if MuStat not = "00"
               exit paragraph
           end-if
           move function current-date(1:8) to todayDate
           move sessionOperator to mu-operatorID
           move choice to mu-option
           read MenuUsage key is muKey
               invalid key
                   move sessionOperator to mu-operatorID
                   move choice to mu-option
                   move 1 to mu-count
                   move todayDate to mu-lastUsed
                   write MenuUsageRec
               not invalid key
                   if mu-count < 999999
                       add 1 to mu-count
                   end-if
                   move todayDate to mu-lastUsed
                   rewrite MenuUsageRec
           end-read
           close MenuUsage.

       *> Top few by use count, kept in order by insertion as the
       *> operator's rows are read; options the role can no longer
       *> see are passed over.
       loadFavourites.
           move 0 to favCount
           initialize favTableRecord
           open input MenuUsage
           if MuStat not = "00"
               exit paragraph
           end-if
           move sessionOperator to mu-operatorID
           move 0 to mu-option
           start MenuUsage key is not less than muKey
               invalid key
                   close MenuUsage
                   exit paragraph
           end-start
           move "n" to favEof
           perform until favEof = "y"
               read MenuUsage next record
                   at end
                       move "y" to favEof
                   not at end
                       if mu-operatorID not = sessionOperator
                           move "y" to favEof
                       else
                           perform noteFavourite
                       end-if
               end-read
           end-perform
           close MenuUsage.

       noteFavourite.
           if mu-option = 0 or mu-option > OptMax
               exit paragraph
           end-if
           move mu-option to optI
           perform checkVisible
           if optVisible not = "Y"
               exit paragraph
           end-if
           *> Find the slot it belongs in, shift the rest down one.
           move 1 to favI
           perform until favI > favCount
                   or mu-count > favUses(favI)
               add 1 to favI
           end-perform
           if favI > FavMax
               exit paragraph
           end-if
           if favCount < FavMax
               add 1 to favCount
           end-if
           perform varying favJ from favCount by -1 until favJ <= favI
               move favTable(favJ - 1) to favTable(favJ)
           end-perform
           move mu-option to favOption(favI)
           move mu-count to favUses(favI).

       showFavourites.
           if favCount = 0
               exit paragraph
           end-if
           display " Favourites:"
           perform varying favI from 1 by 1 until favI > favCount
               move favOption(favI) to optI
               move optI to dispOpt
               display "  " dispOpt ". " function trim(optLabel(optI))
           end-perform
           display " -----------------------------------------------".

       showTrainingBanner.
           display "*********************************************"
       *> disk the terminal stays usable (bootstrap path, same stance
       *> authCheck takes) but says so out loud.
       operatorLogin.
           move "SIGNON-MAX-TRIES" to ruleName
           move 3 to ruleValue
           call "getParam" using ruleName ruleValue
           if ruleValue > 0 and ruleValue < 10
               move ruleValue to MaxTries
           end-if
           perform until loggedIn = "Y" or loginTries >= MaxTries
               display "Operator ID: " with no advancing
               accept sessionOperator
                   move "Y" to loggedIn
               else
                   call "openFileCheck" using roleStat
                   close OperatorRoles
                   display "Password   : " with no advancing
                   accept inPassword
                   call "verifyPassword" using sessionOperator
                       inPassword pwResult
                   evaluate pwResult
                       when "Y"
                           perform completeLogin
                       when "E"
                           *> An expired (or administrator-set)
                           *> password is changed before the menu
                           *> opens, or the sign-on goes no further.
                           display "Your password has expired; "
                                   "choose a new one now"
                           call "changePassword" using sessionOperator
                               pwChanged
                           if pwChanged = "Y"
                               perform completeLogin
                           else
                               display "Password not changed; "
                                       "sign-on refused"
                               add 1 to loginTries
                           end-if
                       when "I"
                           display "Operator ID deactivated"
                           add 1 to loginTries
                       when "L"
                           display "Account locked after repeated "
                                   "failures; an administrator must "
                                   "unlock it"
                           add 1 to loginTries
                       when "U"
                           display "Unrecognized operator ID"
                           add 1 to loginTries
                       when other
                           display "Password does not match"
                           add 1 to loginTries
                   end-evaluate
               end-if
           end-perform.

       completeLogin.
           open input OperatorRoles
           move sessionOperator to r-operatorID
           read OperatorRoles key is r-operatorID
               invalid key
                   move spaces to r-role
           end-read
           close OperatorRoles
           move "Y" to loggedIn
           move r-role to sessionRole
           perform setRoleLetter
           display "Signed on as " function trim(sessionOperator)
                   " (" function trim(r-role) ")".

       *> Sign-on registration: one row per operator saying which
       *> terminal they sit at; a second sign-on from the same ID
       *> replaces the old row rather than duplicating it.
