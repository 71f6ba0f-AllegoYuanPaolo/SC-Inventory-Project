      $set sourceformat"free"
       identification division.
       program-id. extractDict.

       data division.
           working-storage section.
           *> The record layouts an ad hoc extract may draw on, field
           *> by field as their copybooks lay them out: position and
           *> length within the record, the kind of data, and decimal
           *> places. A field added to one of these copybooks is added
           *> here in the same place, or the positions after it drift.
           *>   X text   N unsigned number   S number, leading sign
           *>   D date YYYYMMDD   E date DD/MM/YYYY (getDate.cbl)
           01 DictMax pic 9(3) value 109.
           01 dictCatalog.
                02 filler pic x(12) value "INVENTORY".
                02 filler pic x(20) value "itemID".
                02 filler pic x(9) value "0001005N0".
                02 filler pic x(12) value "INVENTORY".
                02 filler pic x(20) value "itemName".
                02 filler pic x(9) value "0006025X0".
                02 filler pic x(12) value "INVENTORY".
                02 filler pic x(20) value "itemStock".
                02 filler pic x(9) value "0031004N0".
                02 filler pic x(12) value "INVENTORY".
                02 filler pic x(20) value "dateReceived".
                02 filler pic x(9) value "0035010E0".
                02 filler pic x(12) value "INVENTORY".
                02 filler pic x(20) value "timeReceived".
                02 filler pic x(9) value "0045008X0".
                02 filler pic x(12) value "INVENTORY".
                02 filler pic x(20) value "restockStatus".
                02 filler pic x(9) value "0053025X0".
                02 filler pic x(12) value "INVENTORY".
                02 filler pic x(20) value "orderQuant".
                02 filler pic x(9) value "0078004N0".
                02 filler pic x(12) value "INVENTORY".
                02 filler pic x(20) value "leadOrder".
                02 filler pic x(9) value "0082002N0".
                02 filler pic x(12) value "INVENTORY".
                02 filler pic x(20) value "materialType".
                02 filler pic x(9) value "0084010X0".
                02 filler pic x(12) value "INVENTORY".
                02 filler pic x(20) value "unitCost".
                02 filler pic x(9) value "0094008N2".
                02 filler pic x(12) value "INVENTORY".
                02 filler pic x(20) value "expirationDate".
                02 filler pic x(9) value "0102008D0".
                02 filler pic x(12) value "INVENTORY".
                02 filler pic x(20) value "binLocation".
                02 filler pic x(9) value "0110010X0".
                02 filler pic x(12) value "INVENTORY".
                02 filler pic x(20) value "abcClass".
                02 filler pic x(9) value "0120001X0".
                02 filler pic x(12) value "INVENTORY".
                02 filler pic x(20) value "qtyQuarantined".
                02 filler pic x(9) value "0121004N0".
                02 filler pic x(12) value "INVENTORY".
                02 filler pic x(20) value "qtyOnHold".
                02 filler pic x(9) value "0125004N0".
                02 filler pic x(12) value "INVENTORY".
                02 filler pic x(20) value "stockUnit".
                02 filler pic x(9) value "0129006X0".
                02 filler pic x(12) value "INVENTORY".
                02 filler pic x(20) value "purchUnit".
                02 filler pic x(9) value "0135006X0".
                02 filler pic x(12) value "INVENTORY".
                02 filler pic x(20) value "purchFactor".
                02 filler pic x(9) value "0141004N0".
                02 filler pic x(12) value "INVENTORY".
                02 filler pic x(20) value "lifecycleStatus".
                02 filler pic x(9) value "0145001X0".
                02 filler pic x(12) value "INVENTORY".
                02 filler pic x(20) value "durableFlag".
                02 filler pic x(9) value "0146001X0".
                02 filler pic x(12) value "REQUESTS".
                02 filler pic x(20) value "requestID".
                02 filler pic x(9) value "0001006N0".
                02 filler pic x(12) value "REQUESTS".
                02 filler pic x(20) value "department".
                02 filler pic x(9) value "0007032X0".
                02 filler pic x(12) value "REQUESTS".
                02 filler pic x(20) value "itemNQuant".
                02 filler pic x(9) value "0039600X0".
                02 filler pic x(12) value "REQUESTS".
                02 filler pic x(20) value "operatorID".
                02 filler pic x(9) value "0639010X0".
                02 filler pic x(12) value "REQUESTS".
                02 filler pic x(20) value "dateRequested".
                02 filler pic x(9) value "0649010E0".
                02 filler pic x(12) value "REQUESTS".
                02 filler pic x(20) value "timeRequested".
                02 filler pic x(9) value "0659008X0".
                02 filler pic x(12) value "REQUESTS".
                02 filler pic x(20) value "reqStatus".
                02 filler pic x(9) value "0667010X0".
                02 filler pic x(12) value "REQUESTS".
                02 filler pic x(20) value "approvedBy".
                02 filler pic x(9) value "0677010X0".
                02 filler pic x(12) value "REQUESTS".
                02 filler pic x(20) value "approveDate".
                02 filler pic x(9) value "0687010E0".
                02 filler pic x(12) value "REQUESTS".
                02 filler pic x(20) value "rejectReason".
                02 filler pic x(9) value "0697030X0".
                02 filler pic x(12) value "REQUESTS".
                02 filler pic x(20) value "fulfilledDate".
                02 filler pic x(9) value "0727010E0".
                02 filler pic x(12) value "REQUESTS".
                02 filler pic x(20) value "reqSource".
                02 filler pic x(9) value "0737001X0".
                02 filler pic x(12) value "REQUESTS".
                02 filler pic x(20) value "reqPriority".
                02 filler pic x(9) value "0738001X0".
                02 filler pic x(12) value "REQUESTS".
                02 filler pic x(20) value "reqProject".
                02 filler pic x(9) value "0739010X0".
                02 filler pic x(12) value "REQUESTS".
                02 filler pic x(20) value "approvedFor".
                02 filler pic x(9) value "0749010X0".
                02 filler pic x(12) value "PURCHORDERS".
                02 filler pic x(20) value "po-number".
                02 filler pic x(9) value "0001006N0".
                02 filler pic x(12) value "PURCHORDERS".
                02 filler pic x(20) value "po-line".
                02 filler pic x(9) value "0007002N0".
                02 filler pic x(12) value "PURCHORDERS".
                02 filler pic x(20) value "po-itemID".
                02 filler pic x(9) value "0009005N0".
                02 filler pic x(12) value "PURCHORDERS".
                02 filler pic x(20) value "po-itemName".
                02 filler pic x(9) value "0014025X0".
                02 filler pic x(12) value "PURCHORDERS".
                02 filler pic x(20) value "po-materialType".
                02 filler pic x(9) value "0039010X0".
                02 filler pic x(12) value "PURCHORDERS".
                02 filler pic x(20) value "po-vendorCode".
                02 filler pic x(9) value "0049008X0".
                02 filler pic x(12) value "PURCHORDERS".
                02 filler pic x(20) value "po-vendorName".
                02 filler pic x(9) value "0057025X0".
                02 filler pic x(12) value "PURCHORDERS".
                02 filler pic x(20) value "po-orderedQty".
                02 filler pic x(9) value "0082004N0".
                02 filler pic x(12) value "PURCHORDERS".
                02 filler pic x(20) value "po-receivedQty".
                02 filler pic x(9) value "0086004N0".
                02 filler pic x(12) value "PURCHORDERS".
                02 filler pic x(20) value "po-dateOrdered".
                02 filler pic x(9) value "0090008D0".
                02 filler pic x(12) value "PURCHORDERS".
                02 filler pic x(20) value "po-unitPrice".
                02 filler pic x(9) value "0098008N2".
                02 filler pic x(12) value "PURCHORDERS".
                02 filler pic x(20) value "po-lineStatus".
                02 filler pic x(9) value "0106010X0".
                02 filler pic x(12) value "PURCHORDERS".
                02 filler pic x(20) value "po-approvedBy".
                02 filler pic x(9) value "0116010X0".
                02 filler pic x(12) value "PURCHORDERS".
                02 filler pic x(20) value "po-approveDate".
                02 filler pic x(9) value "0126008D0".
                02 filler pic x(12) value "PURCHORDERS".
                02 filler pic x(20) value "po-promiseDate".
                02 filler pic x(9) value "0134008D0".
                02 filler pic x(12) value "PURCHORDERS".
                02 filler pic x(20) value "po-project".
                02 filler pic x(9) value "0142010X0".
                02 filler pic x(12) value "PURCHORDERS".
                02 filler pic x(20) value "po-chargeDept".
                02 filler pic x(9) value "0152032X0".
                02 filler pic x(12) value "PURCHORDERS".
                02 filler pic x(20) value "po-approvedFor".
                02 filler pic x(9) value "0184010X0".
                02 filler pic x(12) value "PURCHORDERS".
                02 filler pic x(20) value "po-currency".
                02 filler pic x(9) value "0194003X0".
                02 filler pic x(12) value "PURCHORDERS".
                02 filler pic x(20) value "po-receivedHome".
                02 filler pic x(9) value "0197011N2".
                02 filler pic x(12) value "ITEMLEDGER".
                02 filler pic x(20) value "led-itemID".
                02 filler pic x(9) value "0001005N0".
                02 filler pic x(12) value "ITEMLEDGER".
                02 filler pic x(20) value "led-date".
                02 filler pic x(9) value "0006008D0".
                02 filler pic x(12) value "ITEMLEDGER".
                02 filler pic x(20) value "led-time".
                02 filler pic x(9) value "0014008X0".
                02 filler pic x(12) value "ITEMLEDGER".
                02 filler pic x(20) value "led-seq".
                02 filler pic x(9) value "0022003N0".
                02 filler pic x(12) value "ITEMLEDGER".
                02 filler pic x(20) value "led-itemName".
                02 filler pic x(9) value "0025025X0".
                02 filler pic x(12) value "ITEMLEDGER".
                02 filler pic x(20) value "led-moveType".
                02 filler pic x(9) value "0050010X0".
                02 filler pic x(12) value "ITEMLEDGER".
                02 filler pic x(20) value "led-qty".
                02 filler pic x(9) value "0060007S0".
                02 filler pic x(12) value "ITEMLEDGER".
                02 filler pic x(20) value "led-balance".
                02 filler pic x(9) value "0067006N0".
                02 filler pic x(12) value "ITEMLEDGER".
                02 filler pic x(20) value "led-operatorID".
                02 filler pic x(9) value "0073010X0".
                02 filler pic x(12) value "ITEMLEDGER".
                02 filler pic x(20) value "led-refID".
                02 filler pic x(9) value "0083006N0".
                02 filler pic x(12) value "ITEMLEDGER".
                02 filler pic x(20) value "led-employeeID".
                02 filler pic x(9) value "0089008X0".
                02 filler pic x(12) value "RESTOCKHIST".
                02 filler pic x(20) value "h-itemID".
                02 filler pic x(9) value "0001005N0".
                02 filler pic x(12) value "RESTOCKHIST".
                02 filler pic x(20) value "h-itemName".
                02 filler pic x(9) value "0006025X0".
                02 filler pic x(12) value "RESTOCKHIST".
                02 filler pic x(20) value "h-amountAdded".
                02 filler pic x(9) value "0031004N0".
                02 filler pic x(12) value "RESTOCKHIST".
                02 filler pic x(20) value "h-resultingStock".
                02 filler pic x(9) value "0035004N0".
                02 filler pic x(12) value "RESTOCKHIST".
                02 filler pic x(20) value "h-operatorID".
                02 filler pic x(9) value "0039010X0".
                02 filler pic x(12) value "RESTOCKHIST".
                02 filler pic x(20) value "h-date".
                02 filler pic x(9) value "0049010E0".
                02 filler pic x(12) value "RESTOCKHIST".
                02 filler pic x(20) value "h-time".
                02 filler pic x(9) value "0059008X0".
                02 filler pic x(12) value "RESTOCKHIST".
                02 filler pic x(20) value "h-requestID".
                02 filler pic x(9) value "0067006N0".
                02 filler pic x(12) value "RESTOCKHIST".
                02 filler pic x(20) value "h-poNumber".
                02 filler pic x(9) value "0073006N0".
                02 filler pic x(12) value "RESTOCKHIST".
                02 filler pic x(20) value "h-receiptCost".
                02 filler pic x(9) value "0079008N2".
                02 filler pic x(12) value "RESTOCKHIST".
                02 filler pic x(20) value "h-poLine".
                02 filler pic x(9) value "0087002N0".
                02 filler pic x(12) value "RESTOCKHIST".
                02 filler pic x(20) value "h-landedCost".
                02 filler pic x(9) value "0089008N2".
                02 filler pic x(12) value "RESTOCKHIST".
                02 filler pic x(20) value "h-priorCost".
                02 filler pic x(9) value "0097008N2".
                02 filler pic x(12) value "RESTOCKHIST".
                02 filler pic x(20) value "h-lotNumber".
                02 filler pic x(9) value "0105015X0".
                02 filler pic x(12) value "RESTOCKHIST".
                02 filler pic x(20) value "h-heldQA".
                02 filler pic x(9) value "0120001X0".
                02 filler pic x(12) value "RESTOCKHIST".
                02 filler pic x(20) value "h-voidFlag".
                02 filler pic x(9) value "0121001X0".
                02 filler pic x(12) value "RESTOCKHIST".
                02 filler pic x(20) value "h-voidedBy".
                02 filler pic x(9) value "0122010X0".
                02 filler pic x(12) value "RESTOCKHIST".
                02 filler pic x(20) value "h-voidDate".
                02 filler pic x(9) value "0132008D0".
                02 filler pic x(12) value "RESTOCKHIST".
                02 filler pic x(20) value "h-receiptType".
                02 filler pic x(9) value "0140001X0".
                02 filler pic x(12) value "RESTOCKHIST".
                02 filler pic x(20) value "h-nonPoID".
                02 filler pic x(9) value "0141008N0".
                02 filler pic x(12) value "VENDORS".
                02 filler pic x(20) value "v-materialType".
                02 filler pic x(9) value "0001010X0".
                02 filler pic x(12) value "VENDORS".
                02 filler pic x(20) value "vendorCode".
                02 filler pic x(9) value "0011008X0".
                02 filler pic x(12) value "VENDORS".
                02 filler pic x(20) value "vendorName".
                02 filler pic x(9) value "0019025X0".
                02 filler pic x(12) value "VENDORS".
                02 filler pic x(20) value "vendorPhone".
                02 filler pic x(9) value "0044014X0".
                02 filler pic x(12) value "VENDORS".
                02 filler pic x(20) value "v-inspectFlag".
                02 filler pic x(9) value "0058001X0".
                02 filler pic x(12) value "VENDORS".
                02 filler pic x(20) value "v-netDays".
                02 filler pic x(9) value "0059003N0".
                02 filler pic x(12) value "VENDORS".
                02 filler pic x(20) value "v-discDays".
                02 filler pic x(9) value "0062003N0".
                02 filler pic x(12) value "VENDORS".
                02 filler pic x(20) value "v-discPct".
                02 filler pic x(9) value "0065004N2".
                02 filler pic x(12) value "VENDORS".
                02 filler pic x(20) value "v-status".
                02 filler pic x(9) value "0069001X0".
                02 filler pic x(12) value "VENDORS".
                02 filler pic x(20) value "v-statusReason".
                02 filler pic x(9) value "0070030X0".
                02 filler pic x(12) value "VENDORS".
                02 filler pic x(20) value "v-statusBy".
                02 filler pic x(9) value "0100010X0".
                02 filler pic x(12) value "VENDORS".
                02 filler pic x(20) value "v-statusDate".
                02 filler pic x(9) value "0110008D0".
                02 filler pic x(12) value "VENDORS".
                02 filler pic x(20) value "v-currency".
                02 filler pic x(9) value "0118003X0".
                02 filler pic x(12) value "VENDORS".
                02 filler pic x(20) value "v-email".
                02 filler pic x(9) value "0121040X0".
                02 filler pic x(12) value "VENDORS".
                02 filler pic x(20) value "v-vmiFlag".
                02 filler pic x(9) value "0161001X0".
                02 filler pic x(12) value "BACKORDERS".
                02 filler pic x(20) value "bo-requestID".
                02 filler pic x(9) value "0001006N0".
                02 filler pic x(12) value "BACKORDERS".
                02 filler pic x(20) value "bo-itemID".
                02 filler pic x(9) value "0007005N0".
                02 filler pic x(12) value "BACKORDERS".
                02 filler pic x(20) value "bo-itemName".
                02 filler pic x(9) value "0012025X0".
                02 filler pic x(12) value "BACKORDERS".
                02 filler pic x(20) value "bo-qtyShort".
                02 filler pic x(9) value "0037004N0".
                02 filler pic x(12) value "BACKORDERS".
                02 filler pic x(20) value "bo-department".
                02 filler pic x(9) value "0041032X0".
                02 filler pic x(12) value "BACKORDERS".
                02 filler pic x(20) value "bo-dateRaised".
                02 filler pic x(9) value "0073008D0".
                02 filler pic x(12) value "BACKORDERS".
                02 filler pic x(20) value "bo-status".
                02 filler pic x(9) value "0081010X0".
                02 filler pic x(12) value "BACKORDERS".
                02 filler pic x(20) value "bo-dateFilled".
                02 filler pic x(9) value "0091008D0".
           01 dictTable redefines dictCatalog.
               02 dictEntry occurs 109 times.
                   03 dtFile pic x(12).
                   03 dtField pic x(20).
                   03 dtPos pic 9(4).
                   03 dtLen pic 9(3).
                   03 dtType pic x(1).
                   03 dtDec pic 9(1).
           01 dictI pic 9(3).
           01 lastFile pic x(12).
           01 matchField pic x(20).
           01 wantField pic x(20).
           01 typeText pic x(14).

           linkage section.
           *> L lists a file's fields (or the files, when xdFile is
           *> spaces); F looks one field up.
           01 xdAction pic x(1).
           01 xdFile pic x(12).
           *> Matched without regard to case.
           01 xdField pic x(20).
           01 xdPos pic 9(4).
           01 xdLen pic 9(3).
           01 xdType pic x(1).
           01 xdDec pic 9(1).
           01 xdFound pic x(1).

       procedure division using xdAction xdFile xdField xdPos xdLen
               xdType xdDec xdFound.

           move "N" to xdFound
           inspect xdFile converting "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           evaluate xdAction
               when "L"
                   if xdFile = spaces
                       perform listFiles
                   else
                       perform listFields
                   end-if
               when other
                   perform findField
           end-evaluate

       goback.

       listFiles.
           move spaces to lastFile
           display "Files available to extract:"
           perform varying dictI from 1 by 1 until dictI > DictMax
               if dtFile(dictI) not = lastFile
                   display "  " dtFile(dictI)
                   move dtFile(dictI) to lastFile
               end-if
           end-perform
           move "Y" to xdFound.

       listFields.
           perform varying dictI from 1 by 1 until dictI > DictMax
               if dtFile(dictI) = xdFile
                   if xdFound = "N"
                       display "Field                | Pos  | Len | Kind"
                       move "Y" to xdFound
                   end-if
                   evaluate dtType(dictI)
                       when "N"
                           move "number" to typeText
                       when "S"
                           move "signed number" to typeText
                       when "D"
                           move "date YYYYMMDD" to typeText
                       when "E"
                           move "date DD/MM/YYYY" to typeText
                       when other
                           move "text" to typeText
                   end-evaluate
                   if dtDec(dictI) > 0
                       display dtField(dictI) " | " dtPos(dictI) " | "
                               dtLen(dictI) " | " typeText
                               " (" dtDec(dictI) " decimals)"
                   else
                       display dtField(dictI) " | " dtPos(dictI) " | "
                               dtLen(dictI) " | " typeText
                   end-if
               end-if
           end-perform
           if xdFound = "N"
               display "No file " function trim(xdFile)
                       " available to extract"
           end-if.

       findField.
           move xdField to wantField
           inspect wantField converting "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           perform varying dictI from 1 by 1 until dictI > DictMax
                   or xdFound = "Y"
               if dtFile(dictI) = xdFile
                   move dtField(dictI) to matchField
                   inspect matchField converting
                       "abcdefghijklmnopqrstuvwxyz"
                       to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   if matchField = wantField
                       move dtField(dictI) to xdField
                       move dtPos(dictI) to xdPos
                       move dtLen(dictI) to xdLen
                       move dtType(dictI) to xdType
                       move dtDec(dictI) to xdDec
                       move "Y" to xdFound
                   end-if
               end-if
           end-perform.
