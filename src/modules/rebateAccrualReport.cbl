      $set sourceformat"free"
        IDENTIFICATION DIVISION.
        PROGRAM-ID. rebateAccrualReport.

       environment division.
           input-output section.
             file-control.
                  copy "RebateAgreements".

                  copy "RestockHist".

                  copy "PurchOrders".

                  *> Dated accrual listing, same technique as
                  *> contractPriceVariance.cbl's ReportFile.
                  select ReportFile
                      assign to reportFileName
                      organization is line sequential
                      file status is RepStat.

        DATA DIVISION.
           file section.
               copy "RebateAgreements-rec".

               copy "RestockHist-rec".

               copy "PurchOrders-rec".

               FD ReportFile.
               01 reportLine pic x(132).

            WORKING-STORAGE SECTION.
            01 eof pic x value "n".
            01 poEof pic x.

            01 reportFileName pic x(48).
            01 todayDate pic 9(8).
            01 asOfDate pic 9(8).
            01 receiptDate pic 9(8).
            01 inVendor pic x(8).
            01 spoolParams pic x(30).

            *> Agreements whose contract year takes in the as-of date,
            *> with what has been received against each so far. The
            *> history is keyed by nothing useful here, so it is read
            *> once and every receipt is offered to every agreement.
            01 AgreeMax pic 9(3) value 200.
            01 agreeCount pic 9(3) value 0.
            01 agreeTable.
                02 agreeEntry occurs 200 times.
                    03 agVendor pic x(8).
                    03 agItemID pic 9(5).
                    03 agYearStart pic 9(8).
                    03 agYearEnd pic 9(8).
                    03 agBasis pic x(1).
                    03 agTierList.
                        04 agTier occurs 4 times.
                            05 agThreshold pic 9(9)v99.
                            05 agPct pic 9(2)v99.
                    03 agSpend pic 9(11)v99.
                    03 agUnits pic 9(9).
            01 agI pic 9(3).
            01 tierI pic 9.
            01 agreeFull pic x value "N".

            *> The PO line behind the receipt (contractPriceVariance).
            01 lineVendorCode pic x(8).
            01 lineUnitPrice pic 9(6)v99.
            01 lineFound pic x.
            01 receiptPrice pic 9(6)v99.
            01 receiptValue pic 9(9)v99.
            01 matchedCount pic 9(6) value 0.

            *> Per agreement at report time.
            01 measure pic 9(11)v99.
            01 tierReached pic 9.
            01 ratePct pic 9(2)v99.
            01 accrued pic 9(9)v99.
            01 toNextTier pic 9(11)v99.
            01 accruedTotal pic 9(11)v99 value 0.

            01 dispItem pic x(5).
            01 dispSpend pic ZZZ,ZZZ,ZZ9.99.
            01 dispUnits pic ZZZ,ZZZ,ZZ9.
            01 dispPct pic Z9.99.
            01 dispAccrued pic ZZ,ZZZ,ZZ9.99.
            01 dispNext pic ZZZ,ZZZ,ZZ9.99.
            01 dispTotal pic ZZZ,ZZZ,ZZ9.99.

            *> Validated-input work fields (getValidDate).
            01 numCancel pic x.
            01 allowZeroDate pic x value "Y".

            local-storage section.
            01 RbStat pic xx.
            01 HistStat pic xx.
            01 PoStat pic xx.
            01 RepStat pic xx.

        PROCEDURE DIVISION.
           *> Reset scan state: this program is CALLed repeatedly from
           *> menuDriver's loop within the same run unit, and these
           *> fields only initialize once via their VALUE clauses.
           move "n" to eof
           move 0 to agreeCount
           move "N" to agreeFull
           move 0 to matchedCount
           move 0 to accruedTotal
           initialize agreeTable

           display "=== Vendor Rebate Accrual (Year to Date) ==="
           move function current-date(1:8) to todayDate
           display "As of (YYYYMMDD, 0 = today): " with no advancing
           call "getValidDate" using asOfDate numCancel allowZeroDate
           if numCancel = "Y"
               exit program
           end-if
           if asOfDate = 0
               move todayDate to asOfDate
           end-if
           display "Vendor code (blank = all vendors): "
                   with no advancing
           accept inVendor

           open input RebateAgreements
               if RbStat not = "00"
                   display "No RebateAgreements.dat; set rebate "
                           "agreements up first (vendorContractMaint)"
                   exit program
               end-if
           perform loadAgreements
           close RebateAgreements
           if agreeCount = 0
               display "No rebate agreement in force on " asOfDate
               exit program
           end-if

           open input RestockHistory
               if HistStat = "35"
                   display "No RestockHistory.dat; nothing received"
                   exit program
               end-if
               call "openFileCheck" using HistStat, omitted, "Y"

           open input PurchOrders
               if PoStat not = "00"
                   display "No PurchaseOrders.dat; nothing received"
                   close RestockHistory
                   exit program
               end-if

           perform until eof = "y"
               read RestockHistory next record
                   at end
                       move "y" to eof
                   not at end
                       if h-poNumber not = 0
                          and h-voidFlag not = "V"
                           perform applyReceipt
                       end-if
               end-read
           end-perform

           close RestockHistory
           close PurchOrders

           string "data\Rebates_" delimited by size
                  todayDate delimited by size
                  ".txt" delimited by size
                  into reportFileName
           end-string
           open output ReportFile
           call "openFileCheck" using RepStat

           move spaces to reportLine
           string "Vendor rebates accrued as of " asOfDate
               delimited by size into reportLine
           end-string
           write reportLine
           move spaces to reportLine
           string "Vendor  | Item  | Year from| to       | B |"
                  "          Spend |       Units | Tier |  Rate |"
                  "       Accrued |  To next tier"
               delimited by size into reportLine
           end-string
           write reportLine

           perform varying agI from 1 by 1 until agI > agreeCount
               perform reportAgreement
           end-perform

           move accruedTotal to dispTotal
           move spaces to reportLine
           string "Total rebate accrued: " dispTotal
               delimited by size into reportLine
           end-string
           write reportLine
           close ReportFile

           display "------------------------------------------"
           display "Agreements in force : " agreeCount
           display "Receipts counted    : " matchedCount
           display "Rebate accrued      : " dispTotal
           if agreeFull = "Y"
               display "Only the first " AgreeMax " agreements were "
                       "reported; narrow by vendor"
           end-if
           display "Report written to " reportFileName
           move spaces to spoolParams
           string "As of " asOfDate " " inVendor
               delimited by size into spoolParams
           end-string
           call "registerSpool" using "REBATES     " reportFileName
               spoolParams

       exit program.

       loadAgreements.
           perform until eof = "y"
               read RebateAgreements next record
                   at end
                       move "y" to eof
                   not at end
                       if (inVendor = spaces
                           or inVendor = rb-vendorCode)
                          and rb-yearStart <= asOfDate
                          and rb-yearEnd >= asOfDate
                           perform addAgreement
                       end-if
               end-read
           end-perform
           move "n" to eof.

       addAgreement.
           if agreeCount >= AgreeMax
               move "Y" to agreeFull
               exit paragraph
           end-if
           add 1 to agreeCount
           move rb-vendorCode to agVendor(agreeCount)
           move rb-itemID to agItemID(agreeCount)
           move rb-yearStart to agYearStart(agreeCount)
           move rb-yearEnd to agYearEnd(agreeCount)
           move rb-basis to agBasis(agreeCount)
           move rb-tierList to agTierList(agreeCount)
           move 0 to agSpend(agreeCount)
           move 0 to agUnits(agreeCount).

       *> A receipt counts toward every agreement of its vendor that
       *> names its item or covers everything, inside the year and
       *> up to the as-of date.
       applyReceipt.
           *> h-date is DD/MM/YYYY (getDate default); the contract
           *> year compares as YYYYMMDD.
           move h-date(7:4) to receiptDate(1:4)
           move h-date(4:2) to receiptDate(5:2)
           move h-date(1:2) to receiptDate(7:2)
           if receiptDate > asOfDate
               exit paragraph
           end-if
           perform findPOLineForItem
           if lineFound not = "Y"
               exit paragraph
           end-if
           *> Spend at the cost keyed on the receipt; where none was
           *> keyed, the price the line was ordered at.
           if h-receiptCost not = 0
               move h-receiptCost to receiptPrice
           else
               move lineUnitPrice to receiptPrice
           end-if
           compute receiptValue = h-amountAdded * receiptPrice
           perform varying agI from 1 by 1 until agI > agreeCount
               if agVendor(agI) = lineVendorCode
                  and (agItemID(agI) = 0 or agItemID(agI) = h-itemID)
                  and receiptDate >= agYearStart(agI)
                  and receiptDate <= agYearEnd(agI)
                   add receiptValue to agSpend(agI)
                   add h-amountAdded to agUnits(agI)
                   add 1 to matchedCount
               end-if
           end-perform.

       *> Same line lookup as contractPriceVariance.cbl: straight to
       *> h-poLine when the receipt recorded it, else the first line
       *> of the PO naming the item.
       findPOLineForItem.
           move "N" to lineFound
           if h-poLine not = 0
               move h-poNumber to po-number
               move h-poLine to po-line
               read PurchOrders key is poKey
                   invalid key
                       continue
                   not invalid key
                       if po-itemID = h-itemID
                           move po-vendorCode to lineVendorCode
                           move po-unitPrice to lineUnitPrice
                           move "Y" to lineFound
                           exit paragraph
                       end-if
               end-read
           end-if
           move "n" to poEof
           move h-poNumber to po-number
           move 0 to po-line
           start PurchOrders key is greater than poKey
               invalid key move "y" to poEof
           end-start
           perform until poEof = "y"
               read PurchOrders next record
                   at end
                       move "y" to poEof
                   not at end
                       if po-number not = h-poNumber
                           move "y" to poEof
                       else
                           if po-itemID = h-itemID
                               move po-vendorCode to lineVendorCode
                               move po-unitPrice to lineUnitPrice
                               move "Y" to lineFound
                               move "y" to poEof
                           end-if
                       end-if
               end-read
           end-perform.

       *> The highest threshold reached sets the rate, and the rate
       *> comes back on all of the year's spend so far.
       reportAgreement.
           if agBasis(agI) = "Q"
               move agUnits(agI) to measure
           else
               move agSpend(agI) to measure
           end-if
           move 0 to tierReached
           move 0 to ratePct
           move 0 to toNextTier
           perform varying tierI from 1 by 1 until tierI > 4
               if agThreshold(agI, tierI) not = 0
                   if measure >= agThreshold(agI, tierI)
                       move tierI to tierReached
                       move agPct(agI, tierI) to ratePct
                   else
                       if toNextTier = 0
                           compute toNextTier =
                               agThreshold(agI, tierI) - measure
                       end-if
                   end-if
               end-if
           end-perform
           compute accrued rounded = agSpend(agI) * ratePct / 100
           add accrued to accruedTotal

           if agItemID(agI) = 0
               move "ALL" to dispItem
           else
               move agItemID(agI) to dispItem
           end-if
           move agSpend(agI) to dispSpend
           move agUnits(agI) to dispUnits
           move ratePct to dispPct
           move accrued to dispAccrued
           move toNextTier to dispNext
           move spaces to reportLine
           string agVendor(agI) "| " dispItem " | " agYearStart(agI)
                  " | " agYearEnd(agI) " | " agBasis(agI) " |"
                  dispSpend " | " dispUnits " |    " tierReached
                  " | " dispPct " | " dispAccrued " |" dispNext
               delimited by size into reportLine
           end-string
           write reportLine
           display function trim(reportLine).
