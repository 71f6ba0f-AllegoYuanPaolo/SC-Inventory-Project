      $set sourceformat"free"
        IDENTIFICATION DIVISION.
        PROGRAM-ID. freightReport.

       environment division.
           input-output section.
             file-control.
                  copy "SiteShipments".

                  copy "SiteTransfers".

                  copy "SiteFreight".

                  *> Dated freight statement per period, same technique
                  *> as the Chargeback_ files.
                  select ReportFile
                      assign to reportFileName
                      organization is line sequential
                      file status is RepStat.

        DATA DIVISION.
           file section.
               copy "SiteShipments-rec".

               copy "SiteTransfers-rec".

               copy "SiteFreight-rec".

               FD ReportFile.
               01 reportLine pic x(120).

            WORKING-STORAGE SECTION.
            01 ShStat pic xx.
            01 StStat pic xx.
            01 FrStat pic xx.
            01 RepStat pic xx.
            01 eof pic x value "n".
            01 lineEof pic x.

            01 inPeriod pic x(6).
            01 shipPeriod pic x(6).
            01 reportFileName pic x(48).
            01 spoolParams pic x(30).
            01 todayDate pic 9(8).
            01 reportOperator pic x(10).
            01 authorized pic x.
            01 FinanceRole pic x(10) value "FINANCE".
            01 allocChoice pic x value "n".

            01 shipmentCount pic 9(5) value 0.
            01 billedTotal pic 9(9)v99 value 0.
            01 unbilledTotal pic 9(9)v99 value 0.
            01 unitTotal pic 9(7) value 0.
            *> A shipment not yet billed is carried at its rated
            *> freight and counted apart, so the month reads complete
            *> before the last carrier invoice is in.
            01 shipCost pic 9(7)v99.
            01 shipBilled pic x.

            *> Cost by receiving site and by carrier, bounded like
            *> the division tables.
            01 SiteMax pic 9(2) value 30.
            01 siteCount pic 9(2) value 0.
            01 siteTableRecord.
                02 siteTable occurs 30 times.
                    03 stbName pic x(8).
                    03 stbShipments pic 9(5).
                    03 stbPieces pic 9(6).
                    03 stbWeight pic 9(8).
                    03 stbUnits pic 9(7).
                    03 stbBilled pic 9(9)v99.
                    03 stbUnbilled pic 9(9)v99.
            01 CarMax pic 9(2) value 30.
            01 carCount pic 9(2) value 0.
            01 carTableRecord.
                02 carTable occurs 30 times.
                    03 ctbCode pic x(8).
                    03 ctbShipments pic 9(5).
                    03 ctbPieces pic 9(6).
                    03 ctbWeight pic 9(8).
                    03 ctbBilled pic 9(9)v99.
                    03 ctbUnbilled pic 9(9)v99.
            01 tbI pic 9(2).
            01 tbIdx pic 9(2).
            01 carrierKey pic x(8).

            01 perUnit pic 9(5)v9999.
            01 dispMoney pic z,zzz,zz9.99.
            01 dispMoney2 pic z,zzz,zz9.99.
            01 dispPerUnit pic zz,zz9.9999.
            01 dispWeight pic zz,zzz,zz9.

            *> Spreading one shipment's charge over its lines by
            *> quantity; the last line takes the rounding.
            01 lineTotal pic 9(3).
            01 qtyTotal pic 9(6).
            01 linesReceived pic 9(3).
            01 lineNo pic 9(3).
            01 lineFreight pic 9(7)v99.
            01 spreadSoFar pic 9(7)v99.
            01 allocatedCount pic 9(4) value 0.
            01 awaitingCount pic 9(4) value 0.
            01 sfExists pic x.

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
           move 0 to shipmentCount
           move 0 to billedTotal
           move 0 to unbilledTotal
           move 0 to unitTotal
           move 0 to siteCount
           move 0 to carCount
           move 0 to allocatedCount
           move 0 to awaitingCount
           initialize siteTableRecord carTableRecord

           display "=== Monthly Site Freight Report ==="
           display "Period (YYYYMM): " with no advancing
           accept inPeriod
           if inPeriod = spaces
               exit program
           end-if
           display "Allocate billed freight into the receiving site's "
                   "item cost? [y/n]: " with no advancing
           accept allocChoice
           if allocChoice = "y" or allocChoice = "Y"
               if sessionOperator is omitted
                   display "Operator ID: " with no advancing
                   accept reportOperator
               else
                   move sessionOperator to reportOperator
               end-if
               call "authCheck" using reportOperator authorized
                   FinanceRole
               if authorized not = "Y"
                   display "Not authorized to allocate freight; "
                           "reporting only"
                   move "n" to allocChoice
               end-if
           end-if

           open input SiteShipments
               if ShStat = "35"
                   display "No SiteShipments.dat; no shipment has "
                           "carrier details yet"
                   exit program
               end-if
               call "openFileCheck" using ShStat

               perform until eof = "y"
                   read SiteShipments next record
                       at end
                           move "y" to eof
                       not at end
                           move sh-shipDate(1:6) to shipPeriod
                           if shipPeriod = inPeriod
                               perform tallyShipment
                           end-if
                   end-read
               end-perform

           close SiteShipments

           move function current-date(1:8) to todayDate
           move spaces to reportFileName
           string "data\Freight_" delimited by size
                  inPeriod delimited by size
                  "_" delimited by size
                  todayDate delimited by size
                  ".txt" delimited by size
                  into reportFileName
           end-string
           open output ReportFile
           call "openFileCheck" using RepStat

           move spaces to reportLine
           string "Site freight - period " inPeriod " - run " todayDate
               delimited by size into reportLine
           end-string
           perform emitReportLine
           perform printBySite
           perform printByCarrier

           move billedTotal to dispMoney
           move unbilledTotal to dispMoney2
           move spaces to reportLine
           string "Shipments " shipmentCount "  billed " dispMoney
                  "  rated, not yet billed " dispMoney2
               delimited by size into reportLine
           end-string
           perform emitReportLine

           if allocChoice = "y" or allocChoice = "Y"
               perform allocateFreight
           end-if

           close ReportFile
           display "Report written to " reportFileName
           move spaces to spoolParams
           string "Period " inPeriod delimited by size into spoolParams
           end-string
           call "registerSpool" using "FREIGHT     " reportFileName
               spoolParams

       exit program.

       emitReportLine.
           write reportLine
           display function trim(reportLine).

       tallyShipment.
           add 1 to shipmentCount
           add sh-unitCount to unitTotal
           if sh-freight not = 0
               move sh-freight to shipCost
               move "Y" to shipBilled
               add sh-freight to billedTotal
           else
               move sh-estFreight to shipCost
               move "N" to shipBilled
               add sh-estFreight to unbilledTotal
           end-if

           move 0 to tbIdx
           perform varying tbI from 1 by 1 until tbI > siteCount
               if stbName(tbI) = sh-toSite
                   move tbI to tbIdx
               end-if
           end-perform
           if tbIdx = 0 and siteCount < SiteMax
               add 1 to siteCount
               move sh-toSite to stbName(siteCount)
               move siteCount to tbIdx
           end-if
           if tbIdx not = 0
               add 1 to stbShipments(tbIdx)
               add sh-pieces to stbPieces(tbIdx)
               add sh-weight to stbWeight(tbIdx)
               add sh-unitCount to stbUnits(tbIdx)
               if shipBilled = "Y"
                   add shipCost to stbBilled(tbIdx)
               else
                   add shipCost to stbUnbilled(tbIdx)
               end-if
           end-if

           move sh-carrier to carrierKey
           if carrierKey = spaces
               move "OWN" to carrierKey
           end-if
           move 0 to tbIdx
           perform varying tbI from 1 by 1 until tbI > carCount
               if ctbCode(tbI) = carrierKey
                   move tbI to tbIdx
               end-if
           end-perform
           if tbIdx = 0 and carCount < CarMax
               add 1 to carCount
               move carrierKey to ctbCode(carCount)
               move carCount to tbIdx
           end-if
           if tbIdx not = 0
               add 1 to ctbShipments(tbIdx)
               add sh-pieces to ctbPieces(tbIdx)
               add sh-weight to ctbWeight(tbIdx)
               if shipBilled = "Y"
                   add shipCost to ctbBilled(tbIdx)
               else
                   add shipCost to ctbUnbilled(tbIdx)
               end-if
           end-if.

       *> What each satellite storeroom costs to keep stocked: its
       *> freight and the freight per unit it received.
       printBySite.
           move "By receiving site:" to reportLine
           perform emitReportLine
           move spaces to reportLine
           string "  Site     | Ships |      Kg |  Units |       Billed "
                  "|     Unbilled |   Per unit"
               delimited by size into reportLine
           end-string
           perform emitReportLine
           perform varying tbI from 1 by 1 until tbI > siteCount
               move stbBilled(tbI) to dispMoney
               move stbUnbilled(tbI) to dispMoney2
               move stbWeight(tbI) to dispWeight
               move 0 to perUnit
               if stbUnits(tbI) not = 0
                   compute perUnit rounded =
                       (stbBilled(tbI) + stbUnbilled(tbI))
                       / stbUnits(tbI)
               end-if
               move perUnit to dispPerUnit
               move spaces to reportLine
               string "  " stbName(tbI) " | " stbShipments(tbI) " | "
                      dispWeight " | " stbUnits(tbI) " | " dispMoney
                      " | " dispMoney2 " | " dispPerUnit
                   delimited by size into reportLine
               end-string
               perform emitReportLine
           end-perform.

       printByCarrier.
           move "By carrier:" to reportLine
           perform emitReportLine
           move spaces to reportLine
           string "  Carrier  | Ships | Pieces |      Kg |       Billed "
                  "|     Unbilled"
               delimited by size into reportLine
           end-string
           perform emitReportLine
           perform varying tbI from 1 by 1 until tbI > carCount
               move ctbBilled(tbI) to dispMoney
               move ctbUnbilled(tbI) to dispMoney2
               move ctbWeight(tbI) to dispWeight
               move spaces to reportLine
               string "  " ctbCode(tbI) " | " ctbShipments(tbI) " | "
                      ctbPieces(tbI) " | " dispWeight " | " dispMoney
                      " | " dispMoney2
                   delimited by size into reportLine
               end-string
               perform emitReportLine
           end-perform.

       *> Only a billed shipment whose every line has been booked in
       *> is spread: the charge lands on the receiving site's item
       *> cost in proportion to the units each line carried, and the
       *> shipment is marked so it is never spread twice.
       allocateFreight.
           move "Freight allocated to site item cost:" to reportLine
           perform emitReportLine
           open i-o SiteShipments
           call "openFileCheck" using ShStat
           open input SiteTransfers
           call "openFileCheck" using StStat
           open i-o SiteFreight
               if FrStat = "35"
                   open output SiteFreight
                   close SiteFreight
                   open i-o SiteFreight
               end-if
               call "openFileCheck" using FrStat

           move "n" to eof
           perform until eof = "y"
               read SiteShipments next record
                   at end
                       move "y" to eof
                   not at end
                       move sh-shipDate(1:6) to shipPeriod
                       if shipPeriod = inPeriod
                          and sh-freight not = 0
                          and sh-allocated not = "Y"
                           perform allocateOneShipment
                       end-if
               end-read
           end-perform

           close SiteFreight
           close SiteTransfers
           close SiteShipments

           move spaces to reportLine
           string "Shipments allocated " allocatedCount
                  "  awaiting receipt " awaitingCount
               delimited by size into reportLine
           end-string
           perform emitReportLine.

       allocateOneShipment.
           move 0 to lineTotal
           move 0 to qtyTotal
           move 0 to linesReceived
           move 0 to st-id
           move "n" to lineEof
           start SiteTransfers key is not less than st-id
               invalid key move "y" to lineEof
           end-start
           perform until lineEof = "y"
               read SiteTransfers next record
                   at end
                       move "y" to lineEof
                   not at end
                       if st-shipmentID = sh-id
                           add 1 to lineTotal
                           add st-qty to qtyTotal
                           if st-status = "RECEIVED"
                               add 1 to linesReceived
                           end-if
                       end-if
               end-read
           end-perform
           if lineTotal = 0 or qtyTotal = 0
              or linesReceived < lineTotal
               add 1 to awaitingCount
               exit paragraph
           end-if

           move 0 to lineNo
           move 0 to spreadSoFar
           move 0 to st-id
           move "n" to lineEof
           start SiteTransfers key is not less than st-id
               invalid key move "y" to lineEof
           end-start
           perform until lineEof = "y"
               read SiteTransfers next record
                   at end
                       move "y" to lineEof
                   not at end
                       if st-shipmentID = sh-id
                           add 1 to lineNo
                           if lineNo = lineTotal
                               compute lineFreight =
                                   sh-freight - spreadSoFar
                           else
                               compute lineFreight rounded =
                                   (sh-freight * st-qty) / qtyTotal
                           end-if
                           add lineFreight to spreadSoFar
                           perform postSiteFreight
                       end-if
               end-read
           end-perform

           move "Y" to sh-allocated
           move todayDate to sh-allocDate
           rewrite SiteShipmentRec
           add 1 to allocatedCount.

       postSiteFreight.
           move st-itemID to sf-itemID
           move st-toSite to sf-site
           read SiteFreight key is sfKey
               invalid key
                   move "N" to sfExists
                   initialize SiteFreightRec
                   move st-itemID to sf-itemID
                   move st-toSite to sf-site
               not invalid key
                   move "Y" to sfExists
           end-read
           add lineFreight to sf-freightTotal
           add st-qty to sf-unitsShipped
           compute sf-perUnit rounded =
               sf-freightTotal / sf-unitsShipped
           move todayDate to sf-lastAlloc
           if sfExists = "Y"
               rewrite SiteFreightRec
           else
               write SiteFreightRec
           end-if

           move lineFreight to dispMoney
           move sf-perUnit to dispPerUnit
           move spaces to reportLine
           string "  Ship #" sh-id " " st-toSite " " st-itemName
                  " x " st-qty " +" dispMoney "  freight/unit now "
                  dispPerUnit
               delimited by size into reportLine
           end-string
           perform emitReportLine.
