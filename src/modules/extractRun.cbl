      $set sourceformat"free"
       identification division.
       program-id. extractRun.

       environment division.
           input-output section.
               file-control.
                   copy "ExtractDefs".

                   copy "Inventory".

                   copy "Requests".

                   copy "PurchOrders".

                   copy "ItemLedger".

                   copy "RestockHist".

                   copy "VendorMaster".

                   copy "Backorders".

                   select ExtractFile
                       assign to extractFileName
                       organization is line sequential
                       file status is ExtStat.

       data division.
           file section.
               copy "ExtractDefs-rec".

               copy "Inventory-rec".

               copy "Requests-rec".

               copy "PurchOrders-rec".

               copy "ItemLedger-rec".

               copy "RestockHist-rec".

               copy "VendorMaster-rec".

               copy "Backorders-rec".

               FD ExtractFile.
               01 extractLine pic x(2000).

           working-storage section.
           01 srcEof pic x.
           01 defUsable pic x.
           01 todayDate pic 9(8).
           01 extractFileName pic x(48).

           *> The current source record, whichever file it came from;
           *> fields are cut out of it by position.
           01 recBuf pic x(800).

           *> The definition's columns, resolved to positions.
           01 colCount pic 9(2).
           01 colTable.
               02 colEntry occurs 20 times.
                   03 colPos pic 9(4).
                   03 colLen pic 9(3).
                   03 colType pic x(1).
                   03 colDec pic 9(1).
           01 colI pic 9(2).

           *> The definition's criteria, resolved the same way, with
           *> their values already turned into numbers or dates where
           *> the field is one.
           01 critCount pic 9(1).
           01 critTable.
               02 critEntry occurs 5 times.
                   03 crPos pic 9(4).
                   03 crLen pic 9(3).
                   03 crType pic x(1).
                   03 crDec pic 9(1).
                   03 crOp pic x(2).
                   03 crText1 pic x(30).
                   03 crText2 pic x(30).
                   03 crTextLen pic 9(2).
                   03 crNum1 pic s9(11)v9(4).
                   03 crNum2 pic s9(11)v9(4).
           01 critI pic 9(1).
           01 recPass pic x.
           01 hitCount pic 9(3).
           01 windowDays pic 9(5).

           *> One field of one record, as text and as a number.
           01 fieldText pic x(600).
           01 fieldNum pic s9(11)v9(4).
           01 fieldDate pic 9(8).
           01 fieldDateText redefines fieldDate pic x(8).

           *> Lookup through extractDict.cbl.
           01 xdAction pic x(1) value "F".
           01 xdField pic x(20).
           01 xdPos pic 9(4).
           01 xdLen pic 9(3).
           01 xdType pic x(1).
           01 xdDec pic 9(1).
           01 xdFound pic x(1).

           *> Building the delimited line.
           01 delimChar pic x(1).
           01 outPtr pic 9(4).
           01 cellText pic x(1200).
           01 cellLen pic 9(4).
           01 quoteText pic x(1200).
           01 quoteLen pic 9(4).
           01 charI pic 9(4).
           01 numOut0 pic -(11)9.
           01 numOut1 pic -(11)9.9.
           01 numOut2 pic -(11)9.99.
           01 numOut4 pic -(11)9.9(4).

           local-storage section.
           01 EdStat pic xx.
           01 InvStat pic xx.
           01 ReqStat pic xx.
           01 PoStat pic xx.
           01 LedStat pic xx.
           01 HistStat pic xx.
           01 vendStat pic xx.
           01 BoStat pic xx.
           01 ExtStat pic xx.

           linkage section.
           01 erName pic x(12).
           *> Back: records read from the source file and rows
           *> written to the extract.
           01 erRead pic 9(7).
           01 erRows pic 9(7).
           *> Back: Y when the extract was written, N when the
           *> definition could not be run.
           01 erResult pic x(1).

       procedure division using erName erRead erRows erResult.

           *> Runs one saved extract: reads the whole source file,
           *> keeps the records every criterion passes and writes the
           *> chosen fields, a header row first, to a delimited file
           *> a spreadsheet opens directly.
           move 0 to erRead
           move 0 to erRows
           move "N" to erResult
           move function current-date(1:8) to todayDate

           open i-o ExtractDefs
           if EdStat not = "00"
               display "No ExtractDefs.dat; no extracts defined"
               goback
           end-if
           move erName to ed-name
           read ExtractDefs key is ed-name
               invalid key
                   display "No extract named " function trim(erName)
                   close ExtractDefs
                   goback
           end-read

           move "Y" to defUsable
           perform resolveColumns
           perform resolveCriteria
           if defUsable not = "Y"
               display "Extract " function trim(ed-name)
                       " not run; fix its definition"
               close ExtractDefs
               goback
           end-if

           perform openSource
           if defUsable not = "Y"
               display "No " function trim(ed-file)
                       " data file to extract from"
               close ExtractDefs
               goback
           end-if

           move spaces to extractFileName
           string "data\Extract_" delimited by size
                  ed-name delimited by space
                  "_" delimited by size
                  todayDate delimited by size
                  ".csv" delimited by size
                  into extractFileName
           end-string
           open output ExtractFile
           call "openFileCheck" using ExtStat

           move ed-delim to delimChar
           if ed-delim = "T"
               move x"09" to delimChar
           end-if
           if delimChar = space
               move "," to delimChar
           end-if
           perform writeHeader

           move "n" to srcEof
           perform readSource
           perform until srcEof = "y"
               add 1 to erRead
               perform testRecord
               if recPass = "Y"
                   perform writeRow
               end-if
               perform readSource
           end-perform

           perform closeSource
           close ExtractFile

           move todayDate to ed-lastRun
           move erRows to ed-lastRows
           rewrite extractDefRec
           close ExtractDefs
           move "Y" to erResult
           display "Extract " function trim(ed-name) ": " erRead
                   " read, " erRows " written to " extractFileName
           call "registerSpool" using "EXTRACT     " extractFileName.

       goback.

       resolveColumns.
           move ed-fieldCount to colCount
           if colCount = 0 or colCount > 20
               display "  no fields chosen"
               move "N" to defUsable
               exit paragraph
           end-if
           perform varying colI from 1 by 1 until colI > colCount
               move ed-field(colI) to xdField
               call "extractDict" using xdAction ed-file xdField
                   xdPos xdLen xdType xdDec xdFound
               if xdFound = "Y"
                   move xdPos to colPos(colI)
                   move xdLen to colLen(colI)
                   move xdType to colType(colI)
                   move xdDec to colDec(colI)
               else
                   display "  no field " function trim(ed-field(colI))
                           " on " function trim(ed-file)
                   move "N" to defUsable
               end-if
           end-perform.

       resolveCriteria.
           move ed-critCount to critCount
           if critCount > 5
               move 5 to critCount
           end-if
           perform varying critI from 1 by 1 until critI > critCount
               move ed-critField(critI) to xdField
               call "extractDict" using xdAction ed-file xdField
                   xdPos xdLen xdType xdDec xdFound
               if xdFound = "Y"
                   perform resolveOneCriterion
               else
                   display "  no field "
                           function trim(ed-critField(critI))
                           " on " function trim(ed-file)
                   move "N" to defUsable
               end-if
           end-perform.

       resolveOneCriterion.
           move xdPos to crPos(critI)
           move xdLen to crLen(critI)
           move xdType to crType(critI)
           move xdDec to crDec(critI)
           move ed-critOp(critI) to crOp(critI)
           move ed-critValue1(critI) to crText1(critI)
           move ed-critValue2(critI) to crText2(critI)
           move 0 to crNum1(critI)
           move 0 to crNum2(critI)
           perform varying crTextLen(critI) from 30 by -1
                   until crTextLen(critI) = 0
                   or crText1(critI)(crTextLen(critI):1) not = space
               continue
           end-perform
           if crType(critI) not = "X"
               compute crNum1(critI) =
                   function numval(ed-critValue1(critI))
               compute crNum2(critI) =
                   function numval(ed-critValue2(critI))
           end-if
           *> A window of days is a range ending today, so a nightly
           *> run always covers the days just gone.
           if crOp(critI) = "LD"
               if crType(critI) not = "D" and crType(critI) not = "E"
                   display "  LD needs a date field: "
                           function trim(ed-critField(critI))
                   move "N" to defUsable
                   exit paragraph
               end-if
               move crNum1(critI) to windowDays
               if windowDays = 0
                   move 1 to windowDays
               end-if
               compute crNum1(critI) = function date-of-integer(
                   function integer-of-date(todayDate) - windowDays + 1)
               move todayDate to crNum2(critI)
               move "BT" to crOp(critI)
           end-if
           if crOp(critI) = "CT" and crType(critI) not = "X"
               display "  CT needs a text field: "
                       function trim(ed-critField(critI))
               move "N" to defUsable
           end-if.

       *> Every criterion must hold; the first that fails drops the
       *> record.
       testRecord.
           move "Y" to recPass
           perform varying critI from 1 by 1
                   until critI > critCount or recPass = "N"
               move spaces to fieldText
               move recBuf(crPos(critI):crLen(critI)) to fieldText
               if crType(critI) = "X"
                   perform testText
               else
                   perform fieldToNumber
                   perform testNumber
               end-if
           end-perform.

       testText.
           evaluate crOp(critI)
               when "EQ"
                   if fieldText not = crText1(critI)
                       move "N" to recPass
                   end-if
               when "NE"
                   if fieldText = crText1(critI)
                       move "N" to recPass
                   end-if
               when "GT"
                   if fieldText not > crText1(critI)
                       move "N" to recPass
                   end-if
               when "GE"
                   if fieldText < crText1(critI)
                       move "N" to recPass
                   end-if
               when "LT"
                   if fieldText not < crText1(critI)
                       move "N" to recPass
                   end-if
               when "LE"
                   if fieldText > crText1(critI)
                       move "N" to recPass
                   end-if
               when "BT"
                   if fieldText < crText1(critI)
                      or fieldText > crText2(critI)
                       move "N" to recPass
                   end-if
               when "CT"
                   move 0 to hitCount
                   if crTextLen(critI) > 0
                       inspect fieldText(1:crLen(critI)) tallying
                           hitCount for all
                           crText1(critI)(1:crTextLen(critI))
                   end-if
                   if hitCount = 0
                       move "N" to recPass
                   end-if
           end-evaluate.

       testNumber.
           evaluate crOp(critI)
               when "EQ"
                   if fieldNum not = crNum1(critI)
                       move "N" to recPass
                   end-if
               when "NE"
                   if fieldNum = crNum1(critI)
                       move "N" to recPass
                   end-if
               when "GT"
                   if fieldNum not > crNum1(critI)
                       move "N" to recPass
                   end-if
               when "GE"
                   if fieldNum < crNum1(critI)
                       move "N" to recPass
                   end-if
               when "LT"
                   if fieldNum not < crNum1(critI)
                       move "N" to recPass
                   end-if
               when "LE"
                   if fieldNum > crNum1(critI)
                       move "N" to recPass
                   end-if
               when "BT"
                   if fieldNum < crNum1(critI)
                      or fieldNum > crNum2(critI)
                       move "N" to recPass
                   end-if
           end-evaluate.

       *> Numbers carry their implied decimals; both date forms
       *> come back as YYYYMMDD so one comparison serves.
       fieldToNumber.
           move 0 to fieldNum
           evaluate crType(critI)
               when "E"
                   move 0 to fieldDate
                   if fieldText(3:1) = "/"
                       string fieldText(7:4) fieldText(4:2)
                              fieldText(1:2)
                           delimited by size into fieldDateText
                       end-string
                   end-if
                   if fieldDateText is numeric
                       move fieldDate to fieldNum
                   end-if
               when "D"
                   if fieldText(1:8) is numeric
                       move fieldText(1:8) to fieldDate
                       move fieldDate to fieldNum
                   end-if
               when other
                   compute fieldNum =
                       function numval(fieldText(1:crLen(critI)))
                       / (10 ** crDec(critI))
           end-evaluate.

       writeHeader.
           move spaces to extractLine
           move 1 to outPtr
           perform varying colI from 1 by 1 until colI > colCount
               if colI > 1
                   string delimChar delimited by size
                       into extractLine with pointer outPtr
                   end-string
               end-if
               string ed-field(colI) delimited by space
                   into extractLine with pointer outPtr
               end-string
           end-perform
           write extractLine.

       writeRow.
           move spaces to extractLine
           move 1 to outPtr
           perform varying colI from 1 by 1 until colI > colCount
               if colI > 1
                   string delimChar delimited by size
                       into extractLine with pointer outPtr
                       on overflow continue
                   end-string
               end-if
               perform formatCell
               if cellLen > 0
                   string cellText(1:cellLen) delimited by size
                       into extractLine with pointer outPtr
                       on overflow continue
                   end-string
               end-if
           end-perform
           write extractLine
           add 1 to erRows.

       *> Numbers go out without leading zeros and with their decimal
       *> point; dates and text as they are held, trailing spaces
       *> dropped, quoted when they hold the separator or a quote.
       formatCell.
           move spaces to cellText
           move recBuf(colPos(colI):colLen(colI)) to cellText
           if colType(colI) = "N" or colType(colI) = "S"
               compute fieldNum =
                   function numval(cellText(1:colLen(colI)))
                   / (10 ** colDec(colI))
               evaluate colDec(colI)
                   when 0
                       move fieldNum to numOut0
                       move function trim(numOut0) to cellText
                   when 1
                       move fieldNum to numOut1
                       move function trim(numOut1) to cellText
                   when 2
                       move fieldNum to numOut2
                       move function trim(numOut2) to cellText
                   when other
                       move fieldNum to numOut4
                       move function trim(numOut4) to cellText
               end-evaluate
           end-if
           perform varying cellLen from 600 by -1
                   until cellLen = 0 or cellText(cellLen:1) not = space
               continue
           end-perform
           if colType(colI) not = "X" or cellLen = 0
               exit paragraph
           end-if
           move 0 to hitCount
           inspect cellText(1:cellLen) tallying hitCount
               for all delimChar all quote
           if hitCount = 0
               exit paragraph
           end-if
           move spaces to quoteText
           move quote to quoteText(1:1)
           move 1 to quoteLen
           perform varying charI from 1 by 1 until charI > cellLen
               add 1 to quoteLen
               move cellText(charI:1) to quoteText(quoteLen:1)
               if cellText(charI:1) = quote
                   add 1 to quoteLen
                   move quote to quoteText(quoteLen:1)
               end-if
           end-perform
           add 1 to quoteLen
           move quote to quoteText(quoteLen:1)
           move quoteText to cellText
           move quoteLen to cellLen.

       openSource.
           evaluate ed-file
               when "INVENTORY"
                   open input Inventory
                   if InvStat not = "00"
                       move "N" to defUsable
                   end-if
               when "REQUESTS"
                   open input Requests
                   if ReqStat not = "00"
                       move "N" to defUsable
                   end-if
               when "PURCHORDERS"
                   open input PurchOrders
                   if PoStat not = "00"
                       move "N" to defUsable
                   end-if
               when "ITEMLEDGER"
                   open input ItemLedger
                   if LedStat not = "00"
                       move "N" to defUsable
                   end-if
               when "RESTOCKHIST"
                   open input RestockHistory
                   if HistStat not = "00"
                       move "N" to defUsable
                   end-if
               when "VENDORS"
                   open input VendorMaster
                   if vendStat not = "00"
                       move "N" to defUsable
                   end-if
               when "BACKORDERS"
                   open input Backorders
                   if BoStat not = "00"
                       move "N" to defUsable
                   end-if
               when other
                   move "N" to defUsable
           end-evaluate.

       readSource.
           move spaces to recBuf
           evaluate ed-file
               when "INVENTORY"
                   read Inventory next record
                       at end move "y" to srcEof
                       not at end move invRec to recBuf
                   end-read
               when "REQUESTS"
                   read Requests next record
                       at end move "y" to srcEof
                       not at end move requestRecord to recBuf
                   end-read
               when "PURCHORDERS"
                   read PurchOrders next record
                       at end move "y" to srcEof
                       not at end move PurchOrderRec to recBuf
                   end-read
               when "ITEMLEDGER"
                   read ItemLedger next record
                       at end move "y" to srcEof
                       not at end move ledgerRec to recBuf
                   end-read
               when "RESTOCKHIST"
                   read RestockHistory next record
                       at end move "y" to srcEof
                       not at end move restockHistRec to recBuf
                   end-read
               when "VENDORS"
                   read VendorMaster next record
                       at end move "y" to srcEof
                       not at end move VendorMasterRec to recBuf
                   end-read
               when "BACKORDERS"
                   read Backorders next record
                       at end move "y" to srcEof
                       not at end move BackorderRec to recBuf
                   end-read
           end-evaluate.

       closeSource.
           evaluate ed-file
               when "INVENTORY"
                   close Inventory
               when "REQUESTS"
                   close Requests
               when "PURCHORDERS"
                   close PurchOrders
               when "ITEMLEDGER"
                   close ItemLedger
               when "RESTOCKHIST"
                   close RestockHistory
               when "VENDORS"
                   close VendorMaster
               when "BACKORDERS"
                   close Backorders
           end-evaluate.
