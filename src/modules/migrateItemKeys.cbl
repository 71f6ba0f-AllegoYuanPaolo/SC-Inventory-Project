                       move o-po-approvedBy to po-approvedBy
                       move o-po-approveDate to po-approveDate
                       move o-po-promiseDate to po-promiseDate
                       move spaces to po-project po-chargeDept
                       move PurchOrderRec to stageRec
                       write stageRec
                       add 1 to rowsMoved
