
                  copy "SiteStock".

                  copy "SiteShipments".

                  copy "CarrierMaster".

                  *> Printed manifest per shipment, same technique as
                  *> pickListReport.cbl's slip.
                  select ManifestFile

               copy "SiteStock-rec".

               copy "SiteShipments-rec".

               copy "CarrierMaster-rec".

               FD ManifestFile.
               01 manifestLine pic x(90).

            01 StStat pic xx.
            01 SiteStat pic xx.
            01 ManStat pic xx.
            01 ShStat pic xx.
            01 CrStat pic xx.
            01 eof pic x value "n".

            01 choice pic 9 value 1.
            01 manifestName pic x(48).
            01 ssExists pic x.

            *> Carrier, pieces and weight captured as the shipment is
            *> built; freight rated off CarrierMaster.dat.
            01 shipOperator pic x(10).
            01 unitCount pic 9(6).
            01 inCarrier pic x(8).
            01 carrierOk pic x.
            01 inTracking pic x(30).
            01 inPieces pic 9(4).
            01 inWeight pic 9(6).
            01 estFreight pic 9(7)v99.
            01 actFreight pic 9(7)v99.
            01 dispFreight pic z,zzz,zz9.99.

            *> Validated-input work fields (getNumeric).
            01 numIn pic 9(8).
            01 numCancel pic x.

        linkage section.
        *> Menu-driven sessions pass the logged-in operator so
        *> this program stops trusting a re-typed ID; called
        *> standalone it still prompts.
        01 sessionOperator pic x(10).

        PROCEDURE DIVISION using optional sessionOperator.
           *> Reset scan state: this program is CALLed repeatedly from
           *> menuDriver's loop within the same run unit, and these
           *> fields only initialize once via their VALUE clauses.
           move 0 to groupedCount
           move 0 to receivedCount
           move 0 to staleCount
           move 0 to unitCount

           display "=== Consolidated Site Shipments ==="
           display "  [1] Build a shipment + manifest for a site"
           display "  [2] Receive a whole shipment"
           display "  [3] In-transit aging report"
           display "  [4] Record tracking / carrier's freight charge"
           display "> " with no advancing
           accept choice

           move function current-date(1:8) to todayDate
           if sessionOperator is omitted
               if choice = 1 or choice = 4
                   display "Operator ID: " with no advancing
                   accept shipOperator
               end-if
           else
               move sessionOperator to shipOperator
           end-if

           open i-o SiteTransfers
               if StStat = "35"
                       perform receiveShipment
                   when 3
                       perform agingReport
                   when 4
                       perform recordFreight
                   when other
                       perform buildShipment
               end-evaluate
                           move inShipmentID to st-shipmentID
                           rewrite SiteTransferRec
                           add 1 to groupedCount
                           add st-qty to unitCount
                           move spaces to manifestLine
                           string st-id " | " st-qty " | "
                                  st-itemName
               end-read
           end-perform

           if groupedCount > 0
               perform captureCarrier
               perform writeShipmentHeader
               move spaces to manifestLine
               if inCarrier = spaces
                   move "Carrier: own vehicle" to manifestLine
               else
                   string "Carrier: " inCarrier " " cr-name
                          "  Tracking: " inTracking
                       delimited by size into manifestLine
                   end-string
               end-if
               write manifestLine
               move spaces to manifestLine
               string "Pieces: " inPieces "   Weight (kg): " inWeight
                   delimited by size into manifestLine
               end-string
               write manifestLine
           end-if

           move spaces to manifestLine
           string "Lines: " groupedCount
                  "   Received by: ____________________"
           display "------------------------------------------"
           display "Transfers stuck past " ageLimit " day(s): "
                   staleCount.

       *> Who carries the cart and what it weighs, rated the way the
       *> carrier bills: per kg, per piece or flat, never under its
       *> minimum. Blank carrier = our own vehicle, no freight.
       captureCarrier.
           move spaces to inCarrier
           move spaces to inTracking
           move spaces to cr-name
           move 0 to estFreight
           move 0 to actFreight
           move "N" to carrierOk
           open input CarrierMaster
           if CrStat not = "00"
               display "No CarrierMaster.dat; shipping on our own vehicle"
               move "Y" to carrierOk
           end-if
           perform until carrierOk = "Y"
               display "Carrier code (blank = own vehicle): "
                       with no advancing
               accept inCarrier
               if inCarrier = spaces
                   move "Y" to carrierOk
               else
                   move inCarrier to cr-code
                   read CarrierMaster key is cr-code
                       invalid key
                           display "Unknown carrier " inCarrier
                       not invalid key
                           if cr-status = "I"
                               display "Carrier " inCarrier
                                       " is no longer used"
                           else
                               move "Y" to carrierOk
                           end-if
                   end-read
               end-if
           end-perform

           display "Pieces: " with no advancing
           call "getNumeric" using numIn numCancel
           if numCancel = "Y"
               move 0 to numIn
           end-if
           move numIn to inPieces
           display "Weight (whole kg): " with no advancing
           call "getNumeric" using numIn numCancel
           if numCancel = "Y"
               move 0 to numIn
           end-if
           move numIn to inWeight

           if inCarrier not = spaces
               display "Tracking number: " with no advancing
               accept inTracking
               evaluate cr-rateBasis
                   when "W"
                       compute estFreight = cr-rate * inWeight
                   when "P"
                       compute estFreight = cr-rate * inPieces
                   when other
                       move cr-rate to estFreight
               end-evaluate
               if estFreight < cr-minCharge
                   move cr-minCharge to estFreight
               end-if
               move estFreight to dispFreight
               display "Rated freight: " dispFreight
               display "Carrier's actual charge, cents (0 = not billed "
                       "yet): " with no advancing
               call "getNumeric" using numIn numCancel
               if numCancel = "Y"
                   move 0 to numIn
               end-if
               compute actFreight = numIn / 100
           end-if
           if CrStat = "00"
               close CarrierMaster
           end-if.

       writeShipmentHeader.
           open i-o SiteShipments
           if ShStat = "35"
               open output SiteShipments
               close SiteShipments
               open i-o SiteShipments
           end-if
           call "openFileCheck" using ShStat
           initialize SiteShipmentRec
           move inShipmentID to sh-id
           move inSite to sh-toSite
           move todayDate to sh-shipDate
           move inCarrier to sh-carrier
           move inTracking to sh-tracking
           move inPieces to sh-pieces
           move inWeight to sh-weight
           move groupedCount to sh-lineCount
           move unitCount to sh-unitCount
           move estFreight to sh-estFreight
           move actFreight to sh-freight
           move "N" to sh-allocated
           move shipOperator to sh-operatorID
           write SiteShipmentRec
               invalid key
                   rewrite SiteShipmentRec
           end-write
           close SiteShipments.

       *> The carrier's bill arrives after the truck: key the charge
       *> (and a tracking number given late) against the shipment.
       *> Once spread into site cost the charge is frozen.
       recordFreight.
           display "Shipment ID: " with no advancing
           call "getNumeric" using numIn numCancel
           if numCancel = "Y" or numIn = 0
               exit paragraph
           end-if
           move numIn to inShipmentID

           open i-o SiteShipments
           if ShStat not = "00"
               display "No shipment carrier records on file"
               exit paragraph
           end-if
           move inShipmentID to sh-id
           read SiteShipments key is sh-id
               invalid key
                   display "No carrier record for shipment #"
                           inShipmentID
                   close SiteShipments
                   exit paragraph
           end-read
           if sh-allocated = "Y"
               display "Shipment #" inShipmentID " freight was "
                       "allocated on " sh-allocDate "; not changed"
               close SiteShipments
               exit paragraph
           end-if

           display "To " sh-toSite " on " sh-shipDate " by "
                   sh-carrier " tracking " function trim(sh-tracking)
           move sh-estFreight to dispFreight
           display "Rated freight : " dispFreight
           move sh-freight to dispFreight
           display "Actual charge : " dispFreight
           display "Tracking number (blank = keep): " with no advancing
           accept inTracking
           if inTracking not = spaces
               move inTracking to sh-tracking
           end-if
           display "Carrier's actual charge, cents (0 = keep): "
                   with no advancing
           call "getNumeric" using numIn numCancel
           if numCancel not = "Y" and numIn not = 0
               compute sh-freight = numIn / 100
           end-if
           move shipOperator to sh-operatorID
           rewrite SiteShipmentRec
           move sh-freight to dispFreight
           display "Shipment #" inShipmentID " freight now " dispFreight
           close SiteShipments.
