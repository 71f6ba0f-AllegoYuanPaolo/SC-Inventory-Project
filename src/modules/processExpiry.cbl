           move runOperator to adj-operatorID
           move todayDate to adj-date
           move nowTime to adj-time
           move spaces to adj-actingFor
           perform appendAdjustment

           compute ledQty = 0 - qtyQuarantined
