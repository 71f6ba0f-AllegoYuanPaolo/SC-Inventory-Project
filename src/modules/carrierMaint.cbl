      $set sourceformat"free"
        IDENTIFICATION DIVISION.
        PROGRAM-ID. carrierMaint.

       environment division.
           input-output section.
             file-control.
                  copy "CarrierMaster".

        DATA DIVISION.
           file section.
               copy "CarrierMaster-rec".

            WORKING-STORAGE SECTION.
            01 CrStat pic xx.
            01 eof pic x value "n".

            01 choice pic 9 value 1.
            01 maintOperator pic x(10).
            01 authorized pic x.
            *> Carriers are bought like vendors: the buyer keeps the
            *> master. ADMIN qualifies via authCheck.
            01 BuyerRole pic x(10) value "BUYER".

            01 inCode pic x(8).
            01 inName pic x(30).
            01 inBasis pic x.
            01 inAccount pic x(16).
            01 recExists pic x.
            01 listedCount pic 9(3) value 0.
            01 dispRate pic zz,zz9.99.
            01 dispMin pic zz,zz9.99.
            01 dispBasis pic x(9).

            *> Old/new image for the master-file change log.
            01 oldName pic x(30).
            01 oldBasis pic x.
            01 oldRate pic 9(5)v99.
            01 oldMin pic 9(5)v99.
            01 oldStatus pic x.
            01 chgFile pic x(24) value "CarrierMaster.dat".
            01 chgKey pic x(40).
            01 chgField pic x(20).
            01 chgOld pic x(40).
            01 chgNew pic x(40).
            01 dispOld pic zz,zz9.99.
            01 dispNew pic zz,zz9.99.

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
           move "n" to eof
           move 0 to listedCount

           display "=== Carrier Master Maintenance ==="
           display "  [1] List carriers"
           display "  [2] Add or change a carrier and its rate"
           display "  [3] Retire / reinstate a carrier"
           display "> " with no advancing
           accept choice

           if sessionOperator is omitted
               if choice = 2 or choice = 3
                   display "Operator ID: " with no advancing
                   accept maintOperator
               end-if
           else
               move sessionOperator to maintOperator
           end-if

           if choice = 2 or choice = 3
               call "authCheck" using maintOperator authorized
                   BuyerRole
               if authorized not = "Y"
                   display "Not authorized to change carriers"
                   exit program
               end-if
           end-if

           open i-o CarrierMaster
               if CrStat = "35"
                   open output CarrierMaster
                   close CarrierMaster
                   open i-o CarrierMaster
               end-if
               call "openFileCheck" using CrStat

               evaluate choice
                   when 2
                       perform maintainCarrier
                   when 3
                       perform toggleCarrier
                   when other
                       perform listCarriers
               end-evaluate

           close CarrierMaster

       exit program.

       listCarriers.
           display "Code     | Name                           | Basis    "
                   " |      Rate |   Minimum | S"
           perform until eof = "y"
               read CarrierMaster next record
                   at end
                       move "y" to eof
                   not at end
                       perform describeBasis
                       move cr-rate to dispRate
                       move cr-minCharge to dispMin
                       display cr-code " | " cr-name " | " dispBasis
                               " | " dispRate " | " dispMin " | "
                               cr-status
                       add 1 to listedCount
               end-read
           end-perform
           display "Carriers on file: " listedCount.

       describeBasis.
           evaluate cr-rateBasis
               when "W"
                   move "per kg" to dispBasis
               when "P"
                   move "per piece" to dispBasis
               when other
                   move "flat" to dispBasis
           end-evaluate.

       maintainCarrier.
           display "Carrier code (up to 8): " with no advancing
           accept inCode
           if inCode = spaces
               display "Code required; nothing changed"
               exit paragraph
           end-if
           move inCode to cr-code
           read CarrierMaster key is cr-code
               invalid key
                   move "N" to recExists
                   initialize CarrierMasterRec
                   move inCode to cr-code
                   move "A" to cr-status
                   move "F" to cr-rateBasis
               not invalid key
                   move "Y" to recExists
           end-read
           move cr-name to oldName
           move cr-rateBasis to oldBasis
           move cr-rate to oldRate
           move cr-minCharge to oldMin

           if recExists = "Y"
               perform describeBasis
               move cr-rate to dispRate
               move cr-minCharge to dispMin
               display "Now: " function trim(cr-name) ", "
                       function trim(dispBasis) " " dispRate
                       ", minimum " dispMin
           end-if
           display "Name (blank = keep): " with no advancing
           accept inName
           if inName not = spaces
               move inName to cr-name
           end-if
           if cr-name = spaces
               display "Name required; nothing changed"
               exit paragraph
           end-if
           display "Rate basis W = per kg, P = per piece, F = flat "
                   "(blank = keep): " with no advancing
           accept inBasis
           inspect inBasis converting "wpf" to "WPF"
           if inBasis not = spaces
               if inBasis not = "W" and inBasis not = "P"
                  and inBasis not = "F"
                   display "Basis must be W, P or F; nothing changed"
                   exit paragraph
               end-if
               move inBasis to cr-rateBasis
           end-if
           display "Rate, cents (0 = keep): " with no advancing
           call "getNumeric" using numIn numCancel
           if numCancel not = "Y" and numIn not = 0
               compute cr-rate = numIn / 100
           end-if
           display "Minimum charge, cents (0 = keep): " with no advancing
           call "getNumeric" using numIn numCancel
           if numCancel not = "Y" and numIn not = 0
               compute cr-minCharge = numIn / 100
           end-if
           display "Our account number with them (blank = keep): "
                   with no advancing
           accept inAccount
           if inAccount not = spaces
               move inAccount to cr-account
           end-if

           if recExists = "Y"
               rewrite CarrierMasterRec
               display "Carrier " function trim(inCode) " changed"
           else
               write CarrierMasterRec
               display "Carrier " function trim(inCode) " added"
           end-if

           move cr-code to chgKey
           move "cr-name" to chgField
           move oldName to chgOld
           move cr-name to chgNew
           perform logCarrierField
           move "cr-rateBasis" to chgField
           move oldBasis to chgOld
           move cr-rateBasis to chgNew
           perform logCarrierField
           move "cr-rate" to chgField
           move oldRate to dispOld
           move cr-rate to dispNew
           move dispOld to chgOld
           move dispNew to chgNew
           perform logCarrierField
           move "cr-minCharge" to chgField
           move oldMin to dispOld
           move cr-minCharge to dispNew
           move dispOld to chgOld
           move dispNew to chgNew
           perform logCarrierField.

       *> Retired carriers stay on file so old shipments still name
       *> them; siteShipments.cbl refuses them for new ones.
       toggleCarrier.
           display "Carrier code: " with no advancing
           accept inCode
           move inCode to cr-code
           read CarrierMaster key is cr-code
               invalid key
                   display "No carrier " function trim(inCode)
                   exit paragraph
           end-read
           move cr-status to oldStatus
           if cr-status = "I"
               move "A" to cr-status
               display "Carrier " function trim(inCode) " reinstated"
           else
               move "I" to cr-status
               display "Carrier " function trim(inCode) " retired"
           end-if
           rewrite CarrierMasterRec
           move cr-code to chgKey
           move "cr-status" to chgField
           move oldStatus to chgOld
           move cr-status to chgNew
           perform logCarrierField.

       logCarrierField.
           call "logMasterChange" using chgFile chgKey chgField
               chgOld chgNew maintOperator.
