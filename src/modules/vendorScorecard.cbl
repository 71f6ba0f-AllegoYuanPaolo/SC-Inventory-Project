
                  copy "RestockHist".

                  *> Non-conformance reports count against the vendor
                  *> named on them.
                  copy "Ncr".

        DATA DIVISION.
           file section.
               copy "Inventory-rec.cpy".

               copy "RestockHist-rec".

               copy "Ncr-rec".

            WORKING-STORAGE SECTION.
            01 eof pic x value "n".

                    03 vPromisedDays pic 9(6).
                    03 vLateCount pic 9(4).
                    03 vShortCount pic 9(4).
                    03 vNcrCount pic 9(4).
                    03 vNcrOpen pic 9(4).
            01 vendI pic 9(2).
            01 vendI2 pic 9(2).
            01 matchIdx pic 9(2).
            01 InvStat pic xx.
            01 PoStat pic xx.
            01 HistStat pic xx.
            01 NcrStat pic xx.

        PROCEDURE DIVISION.
           *> Reset scan state: this program is CALLed repeatedly from
               exit program
           end-if
           perform scanReceipts
           perform scanNcrs
           perform rankAndPrint

       exit program.
                           move "y" to eof
                       not at end
                           if h-poNumber not = 0
                              and h-voidFlag not = "V"
                               perform scoreOneReceipt
                           end-if
                   end-read
           end-if
           add 1 to joinedReceipts.

       *> Pass 3: every NCR raised against a vendor, open or closed,
       *> plus how many are still open. A vendor with NCRs but no PO
       *> lines gets a row of its own while there is room.
       scanNcrs.
           move "n" to eof
           open input NcrFile
               if NcrStat not = "00"
                   exit paragraph
               end-if

               perform until eof = "y"
                   read NcrFile next record
                       at end
                           move "y" to eof
                       not at end
                           if ncr-vendorCode not = spaces
                               perform countOneNcr
                           end-if
                   end-read
               end-perform

           close NcrFile.

       countOneNcr.
           move 0 to matchIdx
           perform varying vendI from 1 by 1 until vendI > vendCount
               if vCode(vendI) = ncr-vendorCode
                   move vendI to matchIdx
               end-if
           end-perform
           if matchIdx = 0
               if vendCount < VendMax
                   add 1 to vendCount
                   move ncr-vendorCode to vCode(vendCount)
                   move ncr-vendorName to vName(vendCount)
                   move vendCount to matchIdx
               else
                   exit paragraph
               end-if
           end-if
           add 1 to vNcrCount(matchIdx)
           if ncr-status not = "CLOSED"
               add 1 to vNcrOpen(matchIdx)
           end-if.

       *> Rank best-first by average days over promise; vendors with
       *> no scored receipts sink to the bottom.
       rankAndPrint.

           display "Scored receipts joined to PO lines: "
                   joinedReceipts
           display "Rank| Vendor                    | Receipts | Avg Days | Promised | Days Over | Late | Shorts | NCRs (open)"
           perform varying vendI from 1 by 1 until vendI > vendCount
               move vRank(vendI) to tempIdx
               if vReceipts(tempIdx) = 0
                   display vendI "  | " vName(tempIdx)
                           "| no scored receipts"
                           " | shorts: " vShortCount(tempIdx)
                           " | NCRs: " vNcrCount(tempIdx)
                           " (" vNcrOpen(tempIdx) ")"
               else
                   compute dispAvgActual rounded =
                       vActualDays(tempIdx) / vReceipts(tempIdx)
                           dispAvgPromised "    | "
                           dispDelta "    | "
                           vLateCount(tempIdx) " | "
                           vShortCount(tempIdx) "   | "
                           vNcrCount(tempIdx) " ("
                           vNcrOpen(tempIdx) ")"
               end-if
           end-perform.
