           move 0 to h-poNumber
           *> Returns reverse at book cost, not a keyed receipt cost.
           move 0 to h-receiptCost
           move 0 to h-poLine h-landedCost h-priorCost h-voidDate
           move 0 to h-nonPoID
           move spaces to h-lotNumber h-heldQA h-voidFlag h-voidedBy
           move space to h-receiptType
           call "getDate" using h-time h-date

           open extend RestockHistory
