               *> screen refuses to key anything else (a typed code
               *> would create a mapping that can never fire).
               *> Transaction types: RECEIPTDR/CR, ISSUEDR/CR,
               *> RETURNDR/CR, WRTOFFDR/CR, GAINDR/CR, INVOICEDR/CR,
               *> PAYMENTDR/CR, DISCOUNTCR, RESERVEDR/CR,
               *> RELEASEDR/CR (obsolescence reserve up / down),
               *> FXLOSSDR/CR, FXGAINDR/CR (realized exchange) and
               *> PCARDCR (purchasing-card receipts, card clearing).
               02 gmKey.
                   03 gm-tranType pic x(10).
                   03 gm-matType pic x(10).
