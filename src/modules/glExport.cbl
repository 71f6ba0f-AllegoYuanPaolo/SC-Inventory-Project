                  *> as shipped defaults for unmapped combinations.
                  copy "GlAccountMap".

                  *> Month-end obsolescence reserve balances
                  *> (obsolescenceReserve.cbl); the movement posts.
                  copy "ObsReserve".

                  *> Reason codes carrying their own expense account
                  *> (reasonCodeMaint.cbl) post adjustments there
                  *> instead of the mapped write-off/gain accounts.
                  copy "ReasonCodes".

                  *> Fixed-layout journal file the ledger system
                  *> imports; named for the period, same dated-filename
                  *> technique periodEndArchive.cbl uses.

               copy "GlAccountMap-rec".

               copy "ObsReserve-rec".

               copy "ReasonCodes-rec".

               FD GLFile.
               *> Journal line: "J" + account x(8) + D/C + amount
               *> 9(11)v99 zoned + period YYYYMM + description x(30).
            01 hashTotal pic 9(13)v99 value 0.

            01 receiptsTotal pic 9(11)v99 value 0.
            *> The part of receiptsTotal bought on a purchasing card:
            *> owed to the card company, not to a vendor through AP.
            01 cardReceiptsTotal pic 9(11)v99 value 0.
            01 apReceiptsTotal pic 9(11)v99.
            01 issuesTotal pic 9(11)v99 value 0.
            01 returnsTotal pic 9(11)v99 value 0.
            01 writeOffTotal pic 9(11)v99 value 0.
            01 gainTotal pic 9(11)v99 value 0.
            01 invoiceTotal pic 9(11)v99 value 0.
            *> AP payment run settlements dated in the period: the
            *> invoice value relieved, the cash that went out, and
            *> the early-pay discount that makes up the difference.
            01 paidGrossTotal pic 9(11)v99 value 0.
            01 paidNetTotal pic 9(11)v99 value 0.
            01 discTakenTotal pic 9(11)v99 value 0.
            *> Realized exchange differences on foreign-currency
            *> invoices matched in the period: AP-trade is relieved at
            *> the receipt-date value, the invoice is owed at the
            *> invoice-date value, and the gap lands here.
            01 fxLossTotal pic 9(11)v99 value 0.
            01 fxGainTotal pic 9(11)v99 value 0.
            01 paidNetHome pic 9(11)v99.
            *> Net movement in the obsolescence reserve booked for the
            *> period: positive tops the reserve up, negative releases.
            01 reserveChange pic s9(13)v99 value 0.

            *> Issues and returns rolled up per department, bounded the
            *> same way catTable bounds categorySubtotal.cbl.
                    03 umTranType pic x(10).
                    03 umDept pic x(32).
            01 umI pic 9(2).

            *> Adjustment value per reason-code override account,
            *> bounded like umTable; a full table falls back to the
            *> mapped accounts.
            01 RaMax pic 9(2) value 20.
            01 raCount pic 9(2) value 0.
            01 raTableRecord.
                02 raTable occurs 20 times.
                    03 raAccount pic x(8).
                    03 raWriteOff pic 9(11)v99.
                    03 raGain pic 9(11)v99.
            01 raI pic 9(2).
            01 raMatch pic 9(2).
            01 reasonUsable pic x value "N".
            01 reasonAccount pic x(8).
            01 umKnown pic x.
            01 bomUsable pic x value "N".
            01 bomRevision pic 9(3).
            01 bomFound pic x.
            01 compJ pic 9(2).

            local-storage section.
            01 ViStat pic xx.
            01 ConsStat pic xx.
            01 GmStat pic xx.
            01 OrStat pic xx.
            01 RcStat pic xx.

        PROCEDURE DIVISION.
           *> Reset scan state: this program is CALLed repeatedly from
           move 0 to lineCount
           move 0 to hashTotal
           move 0 to receiptsTotal
           move 0 to cardReceiptsTotal
           move 0 to issuesTotal
           move 0 to returnsTotal
           move 0 to writeOffTotal
           move 0 to gainTotal
           move 0 to raCount
           initialize raTableRecord
           move 0 to invoiceTotal
           move 0 to paidGrossTotal
           move 0 to paidNetTotal
           move 0 to discTakenTotal
           move 0 to fxLossTotal
           move 0 to fxGainTotal
           move 0 to reserveChange
           move 0 to deptCount
           initialize deptTableRecord

           perform sumIssues
           perform sumAdjustments
           perform sumMatchedInvoices
           perform sumReserveMovement

           move "N" to mapUsable
           move 0 to umCount
                           *> h-date is DD/MM/YYYY (getDate default).
                           move h-date(7:4) to entryPeriod(1:4)
                           move h-date(4:2) to entryPeriod(5:2)
                           *> A voided receipt was never a purchase.
                           if entryPeriod = inPeriod
                              and h-voidFlag not = "V"
                               perform valueHistEntry
                           end-if
                   end-read
                   end-read
               end-if
               add lineValue to receiptsTotal
               if h-receiptType = "C"
                   add lineValue to cardReceiptsTotal
               end-if
           else
               add lineValue to returnsTotal
               perform creditReturnToDept
               exit paragraph
           end-if
           move parseName to kitName
           call "bomForDate" using kitName dateRequested BomMasterRec
               bomRevision bomFound
           if bomFound not = "Y"
               exit paragraph
           end-if
           perform varying compJ from 1 by 1
                   until compJ > kitCompCount
               move compItemID(compJ) to itemID
               read Inventory key is itemID
                   invalid key
                       continue
                   not invalid key
               end-if
               call "openFileCheck" using AdjStat, omitted, "Y"

           move "N" to reasonUsable
           open input ReasonCodes
               if RcStat = "00"
                   move "Y" to reasonUsable
               end-if

               perform until eof = "y"
                   read Adjustments next record
                       at end
                       not at end
                           move adj-date(1:6) to entryPeriod
                           if entryPeriod = inPeriod
                               perform findReasonAccount
                               if adj-qty < 0
                                   compute lineValue =
                                       (0 - adj-qty) * adj-unitCost
                                   if raMatch > 0
                                       add lineValue
                                           to raWriteOff(raMatch)
                                   else
                                       add lineValue to writeOffTotal
                                   end-if
                               else
                                   compute lineValue =
                                       adj-qty * adj-unitCost
                                   if raMatch > 0
                                       add lineValue to raGain(raMatch)
                                   else
                                       add lineValue to gainTotal
                                   end-if
                               end-if
                           end-if
                   end-read
               end-perform

           close Adjustments
           if reasonUsable = "Y"
               close ReasonCodes
           end-if.

       *> raMatch comes back 0 when the reason keeps the mapped
       *> coding, else the override account's slot in raTable.
       findReasonAccount.
           move 0 to raMatch
           if reasonUsable not = "Y"
               exit paragraph
           end-if
           move "ADJUST" to rc-tranType
           move adj-reasonCode to rc-code
           move spaces to reasonAccount
           read ReasonCodes key is rcKey
               invalid key
                   exit paragraph
               not invalid key
                   move rc-glAccount to reasonAccount
           end-read
           if reasonAccount = spaces
               exit paragraph
           end-if
           perform varying raI from 1 by 1 until raI > raCount
               if raAccount(raI) = reasonAccount
                   move raI to raMatch
               end-if
           end-perform
           if raMatch = 0 and raCount < RaMax
               add 1 to raCount
               move reasonAccount to raAccount(raCount)
               move 0 to raWriteOff(raCount) raGain(raCount)
               move raCount to raMatch
           end-if.

       *> Approved (three-way matched) invoices move the receipt
       *> accrual from AP-trade to the vendor-invoice clearing
                       at end
                           move "y" to eof
                       not at end
                           *> A line paid since it matched still
                           *> belongs to its invoice month.
                           move vi-invoiceDate(1:6) to entryPeriod
                           if entryPeriod = inPeriod
                              and (vi-status = "MATCHED"
                                   or vi-status = "PAID")
                               if vi-currency = spaces
                                   compute lineValue =
                                       vi-qty * vi-unitPrice
                                   add lineValue to invoiceTotal
                               else
                                   perform sumExchangeDifference
                               end-if
                           end-if
                           move vi-payDate(1:6) to entryPeriod
                           if vi-status = "PAID"
                              and entryPeriod = inPeriod
                               compute lineValue =
                                   vi-qty * vi-unitPrice
                               move vi-paidAmount to paidNetHome
                               *> Foreign lines settle at the value
                               *> the invoice was booked at.
                               if vi-currency not = spaces
                                   move vi-invoiceHome to lineValue
                                   compute paidNetHome rounded =
                                       vi-paidAmount * vi-exchRate
                               end-if
                               add lineValue to paidGrossTotal
                               add paidNetHome to paidNetTotal
                               if lineValue > paidNetHome
                                   compute discTakenTotal =
                                       discTakenTotal + lineValue
                                       - paidNetHome
                               end-if
                           end-if
                   end-read
               end-perform

           close VendorInvoices.

       sumExchangeDifference.
           add vi-bookedHome to invoiceTotal
           if vi-invoiceHome > vi-bookedHome
               compute fxLossTotal = fxLossTotal
                   + vi-invoiceHome - vi-bookedHome
           else
               compute fxGainTotal = fxGainTotal
                   + vi-bookedHome - vi-invoiceHome
           end-if.

       *> Written by the reserve batch ahead of this export in the
       *> close sequence; carried here so a re-export keeps it.
       sumReserveMovement.
           move "n" to eof
           open input ObsReserve
               if OrStat not = "00"
                   exit paragraph
               end-if
               move inPeriod to or-period
               move low-values to or-matType
               start ObsReserve key is not less than orKey
                   invalid key
                       move "y" to eof
               end-start
               perform until eof = "y"
                   read ObsReserve next record
                       at end
                           move "y" to eof
                       not at end
                           if or-period = inPeriod
                               add or-change to reserveChange
                           else
                               move "y" to eof
                           end-if
                   end-read
               end-perform

           close ObsReserve.

       findDeptSlot.
           move 0 to matchIdx
           perform varying deptI from 1 by 1 until deptI > deptCount
               move "D" to gl-drcr
               move "Stock receipts at cost" to gl-descr
               perform writeOneJournalLine
               compute apReceiptsTotal =
                   receiptsTotal - cardReceiptsTotal
               if apReceiptsTotal not = 0
                   move apReceiptsTotal to gl-amount
                   move "APTRADE" to gl-account
                   move "RECEIPTCR" to mapTranType
                   move spaces to mapDept
                   perform resolveAccount
                   move "C" to gl-drcr
                   perform writeOneJournalLine
               end-if
               if cardReceiptsTotal not = 0
                   move cardReceiptsTotal to gl-amount
                   move "PCARDCLR" to gl-account
                   move "PCARDCR" to mapTranType
                   move spaces to mapDept
                   perform resolveAccount
                   move "C" to gl-drcr
                   move "Purchasing-card receipts" to gl-descr
                   perform writeOneJournalLine
               end-if
           end-if

           perform varying deptI from 1 by 1 until deptI > deptCount
               perform writeOneJournalLine
           end-if

           perform varying raI from 1 by 1 until raI > raCount
               perform writeReasonLines
           end-perform

           if gainTotal not = 0
               move gainTotal to gl-amount
               move "INVCTRL" to gl-account
               perform resolveAccount
               move "C" to gl-drcr
               perform writeOneJournalLine
           end-if

           *> The invoice owes more (or less) in home currency than
           *> its receipts were booked at: top up (or relieve) the
           *> matched-invoice account against exchange loss or gain.
           if fxLossTotal not = 0
               move fxLossTotal to gl-amount
               move "FXLOSS" to gl-account
               move "FXLOSSDR" to mapTranType
               move spaces to mapDept
               perform resolveAccount
               move "D" to gl-drcr
               move "Realized exchange loss" to gl-descr
               perform writeOneJournalLine
               move "APINVOIC" to gl-account
               move "FXLOSSCR" to mapTranType
               move spaces to mapDept
               perform resolveAccount
               move "C" to gl-drcr
               perform writeOneJournalLine
           end-if
           if fxGainTotal not = 0
               move fxGainTotal to gl-amount
               move "APINVOIC" to gl-account
               move "FXGAINDR" to mapTranType
               move spaces to mapDept
               perform resolveAccount
               move "D" to gl-drcr
               move "Realized exchange gain" to gl-descr
               perform writeOneJournalLine
               move "FXGAIN" to gl-account
               move "FXGAINCR" to mapTranType
               move spaces to mapDept
               perform resolveAccount
               move "C" to gl-drcr
               perform writeOneJournalLine
           end-if

           *> Payments clear the matched-invoice account: cash for
           *> what went to the bank, discount earned for the rest.
           if paidGrossTotal not = 0
               move paidGrossTotal to gl-amount
               move "APINVOIC" to gl-account
               move "PAYMENTDR" to mapTranType
               move spaces to mapDept
               perform resolveAccount
               move "D" to gl-drcr
               move "Vendor payments (AP run)" to gl-descr
               perform writeOneJournalLine
               if paidNetTotal not = 0
                   move paidNetTotal to gl-amount
                   move "CASH" to gl-account
                   move "PAYMENTCR" to mapTranType
                   move spaces to mapDept
                   perform resolveAccount
                   move "C" to gl-drcr
                   perform writeOneJournalLine
               end-if
               if discTakenTotal not = 0
                   move discTakenTotal to gl-amount
                   move "DISCEARN" to gl-account
                   move "DISCOUNTCR" to mapTranType
                   move spaces to mapDept
                   perform resolveAccount
                   move "C" to gl-drcr
                   move "Early-pay discounts taken" to gl-descr
                   perform writeOneJournalLine
               end-if
           end-if

           if reserveChange > 0
               move reserveChange to gl-amount
               move "OBSEXP" to gl-account
               move "RESERVEDR" to mapTranType
               move spaces to mapDept
               perform resolveAccount
               move "D" to gl-drcr
               move "Obsolescence reserve movement" to gl-descr
               perform writeOneJournalLine
               move "INVRESV" to gl-account
               move "RESERVECR" to mapTranType
               move spaces to mapDept
               perform resolveAccount
               move "C" to gl-drcr
               perform writeOneJournalLine
           end-if
           if reserveChange < 0
               compute gl-amount = 0 - reserveChange
               move "INVRESV" to gl-account
               move "RELEASEDR" to mapTranType
               move spaces to mapDept
               perform resolveAccount
               move "D" to gl-drcr
               move "Obsolescence reserve movement" to gl-descr
               perform writeOneJournalLine
               move "OBSEXP" to gl-account
               move "RELEASECR" to mapTranType
               move spaces to mapDept
               perform resolveAccount
               move "C" to gl-drcr
               perform writeOneJournalLine
           end-if.

       *> Same two legs as the mapped write-off and gain lines, with
       *> the reason code's own account on the expense side.
       writeReasonLines.
           if raWriteOff(raI) not = 0
               move raWriteOff(raI) to gl-amount
               move raAccount(raI) to gl-account
               move "D" to gl-drcr
               move spaces to gl-descr
               string "Write-offs by reason: " raAccount(raI)
                   delimited by size into gl-descr
               end-string
               perform writeOneJournalLine
               move "INVCTRL" to gl-account
               move "WRTOFFCR" to mapTranType
               move spaces to mapDept
               perform resolveAccount
               move "C" to gl-drcr
               perform writeOneJournalLine
           end-if
           if raGain(raI) not = 0
               move raGain(raI) to gl-amount
               move "INVCTRL" to gl-account
               move "GAINDR" to mapTranType
               move spaces to mapDept
               perform resolveAccount
               move "D" to gl-drcr
               move spaces to gl-descr
               string "Count gains by reason: " raAccount(raI)
                   delimited by size into gl-descr
               end-string
               perform writeOneJournalLine
               move raAccount(raI) to gl-account
               move "C" to gl-drcr
               perform writeOneJournalLine
           end-if.

       writeOneJournalLine.
