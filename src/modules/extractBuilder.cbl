      $set sourceformat"free"
        IDENTIFICATION DIVISION.
        PROGRAM-ID. extractBuilder.

       environment division.
           input-output section.
             file-control.
                  copy "ExtractDefs".

        DATA DIVISION.
           file section.
               copy "ExtractDefs-rec".

            WORKING-STORAGE SECTION.
            01 EdStat pic xx.
            01 eof pic x value "n".

            01 choice pic 9 value 1.
            01 extractOperator pic x(10).
            01 todayDate pic 9(8).
            01 authorized pic x.
            01 FinanceRole pic x(10) value "FINANCE".
            01 listedCount pic 9(5) value 0.
            01 confirmChoice pic x.

            01 inName pic x(12).
            01 inFile pic x(12).
            01 inField pic x(20).
            01 inOp pic x(2).
            01 inValue1 pic x(30).
            01 inValue2 pic x(30).
            01 inDelim pic x(1).
            01 inNightly pic x(1).
            01 fieldI pic 9(2).
            01 dupFound pic x.
            01 opValid pic x.
            01 nightlyText pic x(7).

            *> Lookup through extractDict.cbl.
            01 xdList pic x(1) value "L".
            01 xdFind pic x(1) value "F".
            01 xdPos pic 9(4).
            01 xdLen pic 9(3).
            01 xdType pic x(1).
            01 xdDec pic 9(1).
            01 xdFound pic x(1).

            *> Handed back by extractRun.cbl.
            01 runRead pic 9(7).
            01 runRows pic 9(7).
            01 runResult pic x(1).

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

           display "=== Ad Hoc Data Extracts ==="
           display "  [1] List saved extracts"
           display "  [2] Show a file's fields"
           display "  [3] Define a new extract"
           display "  [4] Run a saved extract"
           display "  [5] Switch an extract's nightly re-run on or off"
           display "  [6] Delete a saved extract"
           display "> " with no advancing
           accept choice

           if sessionOperator is omitted
               display "Operator ID: " with no advancing
               accept extractOperator
           else
               move sessionOperator to extractOperator
           end-if
           move function current-date(1:8) to todayDate

           if choice = 3 or choice = 5 or choice = 6
               call "authCheck" using extractOperator authorized
                   FinanceRole
               if authorized not = "Y"
                   display "Not authorized to change saved extracts"
                   exit program
               end-if
           end-if

           evaluate choice
               when 2
                   perform showLayout
               when 3
                   perform defineExtract
               when 4
                   perform runExtract
               when 5
                   perform switchNightly
               when 6
                   perform deleteExtract
               when other
                   perform listExtracts
           end-evaluate

       exit program.

       listExtracts.
           open input ExtractDefs
           if EdStat not = "00"
               display "No extracts saved yet"
               exit paragraph
           end-if
           display "Name         | File        | Nightly | Last run | "
                   "   Rows | Title"
           perform until eof = "y"
               read ExtractDefs next record
                   at end
                       move "y" to eof
                   not at end
                       move "no" to nightlyText
                       if ed-nightly = "Y"
                           move "NIGHTLY" to nightlyText
                       end-if
                       display ed-name " | " ed-file "| "
                               nightlyText " | " ed-lastRun " | "
                               ed-lastRows " | " function trim(ed-title)
                       add 1 to listedCount
               end-read
           end-perform
           close ExtractDefs
           display "Extracts: " listedCount.

       showLayout.
           move spaces to inFile
           call "extractDict" using xdList inFile inField xdPos xdLen
               xdType xdDec xdFound
           display "File: " with no advancing
           accept inFile
           if inFile = spaces
               exit paragraph
           end-if
           call "extractDict" using xdList inFile inField xdPos xdLen
               xdType xdDec xdFound.

       *> A definition is checked field by field against the layouts
       *> as it is keyed, so whatever is saved will run.
       defineExtract.
           display "Extract name (up to 12 characters): "
                   with no advancing
           accept inName
           inspect inName converting "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           if inName = spaces
               exit paragraph
           end-if
           if inName(1:1) = space
               display "The name may not start with a space"
               exit paragraph
           end-if

           open i-o ExtractDefs
           if EdStat = "35"
               open output ExtractDefs
               close ExtractDefs
               open i-o ExtractDefs
           end-if
           call "openFileCheck" using EdStat
           move inName to ed-name
           read ExtractDefs key is ed-name
               invalid key
                   continue
               not invalid key
                   display "An extract named " function trim(inName)
                           " already exists"
                   close ExtractDefs
                   exit paragraph
           end-read

           initialize extractDefRec
           move inName to ed-name
           move extractOperator to ed-owner
           move todayDate to ed-created
           display "Title: " with no advancing
           accept ed-title

           move spaces to inFile
           call "extractDict" using xdList inFile inField xdPos xdLen
               xdType xdDec xdFound
           display "File: " with no advancing
           accept inFile
           call "extractDict" using xdList inFile inField xdPos xdLen
               xdType xdDec xdFound
           if xdFound not = "Y" or inFile = spaces
               close ExtractDefs
               exit paragraph
           end-if
           move inFile to ed-file

           perform chooseFields
           if ed-fieldCount = 0
               display "No fields chosen; extract not saved"
               close ExtractDefs
               exit paragraph
           end-if
           perform chooseCriteria

           display "Separator [,] | ; or T for tab: " with no advancing
           move space to inDelim
           accept inDelim
           inspect inDelim converting "t" to "T"
           if inDelim not = "|" and inDelim not = ";"
              and inDelim not = "T"
               move "," to inDelim
           end-if
           move inDelim to ed-delim
           display "Re-run it every night? [y/n]: " with no advancing
           accept inNightly
           if inNightly = "y" or inNightly = "Y"
               move "Y" to ed-nightly
           else
               move "N" to ed-nightly
           end-if

           write extractDefRec
               invalid key
                   display "Extract " function trim(inName)
                           " not saved"
                   close ExtractDefs
                   exit paragraph
           end-write
           close ExtractDefs
           display "Extract " function trim(inName) " saved"

           display "Run it now? [y/n]: " with no advancing
           accept confirmChoice
           if confirmChoice = "y" or confirmChoice = "Y"
               call "extractRun" using inName runRead runRows
                   runResult
           end-if.

       chooseFields.
           move 0 to ed-fieldCount
           display "Fields to extract, in column order; blank line "
                   "to finish"
           perform until ed-fieldCount >= 20
               display "Field " with no advancing
               compute fieldI = ed-fieldCount + 1
               display fieldI ": " with no advancing
               move spaces to inField
               accept inField
               if inField = spaces
                   exit perform
               end-if
               call "extractDict" using xdFind inFile inField xdPos
                   xdLen xdType xdDec xdFound
               if xdFound not = "Y"
                   display "No field " function trim(inField) " on "
                           function trim(inFile)
               else
                   move "N" to dupFound
                   perform varying fieldI from 1 by 1
                           until fieldI > ed-fieldCount
                       if ed-field(fieldI) = inField
                           move "Y" to dupFound
                       end-if
                   end-perform
                   if dupFound = "Y"
                       display "Already chosen"
                   else
                       add 1 to ed-fieldCount
                       move inField to ed-field(ed-fieldCount)
                   end-if
               end-if
           end-perform.

       chooseCriteria.
           move 0 to ed-critCount
           display "Selection criteria (all must hold); blank field "
                   "to finish"
           display "  EQ NE GT GE LT LE, BT = between, CT = text "
                   "contains, LD = within the last n days"
           display "  Dates are keyed YYYYMMDD"
           perform until ed-critCount >= 5
               display "Criterion field: " with no advancing
               move spaces to inField
               accept inField
               if inField = spaces
                   exit perform
               end-if
               call "extractDict" using xdFind inFile inField xdPos
                   xdLen xdType xdDec xdFound
               if xdFound not = "Y"
                   display "No field " function trim(inField) " on "
                           function trim(inFile)
               else
                   perform chooseOperator
               end-if
           end-perform.

       chooseOperator.
           display "Operator: " with no advancing
           move spaces to inOp
           accept inOp
           inspect inOp converting "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           move "N" to opValid
           evaluate inOp
               when "EQ" when "NE" when "GT" when "GE"
               when "LT" when "LE" when "BT"
                   move "Y" to opValid
               when "CT"
                   if xdType = "X"
                       move "Y" to opValid
                   else
                       display "CT applies to text fields only"
                   end-if
               when "LD"
                   if xdType = "D" or xdType = "E"
                       move "Y" to opValid
                   else
                       display "LD applies to date fields only"
                   end-if
               when other
                   display "Unknown operator " inOp
           end-evaluate
           if opValid not = "Y"
               exit paragraph
           end-if

           move spaces to inValue1
           move spaces to inValue2
           evaluate inOp
               when "LD"
                   display "Number of days: " with no advancing
               when "BT"
                   display "From value: " with no advancing
               when other
                   display "Value: " with no advancing
           end-evaluate
           accept inValue1
           if inOp = "BT"
               display "To value: " with no advancing
               accept inValue2
           end-if
           if xdType = "D" or xdType = "E"
               if inOp not = "LD"
                  and (inValue1(1:8) is not numeric
                       or inValue1(9:) not = spaces)
                   display "Dates are keyed YYYYMMDD"
                   exit paragraph
               end-if
               if inOp = "BT"
                  and (inValue2(1:8) is not numeric
                       or inValue2(9:) not = spaces)
                   display "Dates are keyed YYYYMMDD"
                   exit paragraph
               end-if
           end-if

           add 1 to ed-critCount
           move inField to ed-critField(ed-critCount)
           move inOp to ed-critOp(ed-critCount)
           move inValue1 to ed-critValue1(ed-critCount)
           move inValue2 to ed-critValue2(ed-critCount).

       runExtract.
           display "Extract name: " with no advancing
           accept inName
           inspect inName converting "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           if inName = spaces
               exit paragraph
           end-if
           call "extractRun" using inName runRead runRows runResult.

       switchNightly.
           display "Extract name: " with no advancing
           accept inName
           inspect inName converting "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           open i-o ExtractDefs
           if EdStat not = "00"
               display "No extracts saved yet"
               exit paragraph
           end-if
           move inName to ed-name
           read ExtractDefs key is ed-name
               invalid key
                   display "No extract named " function trim(inName)
               not invalid key
                   if ed-nightly = "Y"
                       move "N" to ed-nightly
                       display function trim(inName)
                               " no longer re-runs nightly"
                   else
                       move "Y" to ed-nightly
                       display function trim(inName)
                               " now re-runs every night"
                   end-if
                   rewrite extractDefRec
           end-read
           close ExtractDefs.

       deleteExtract.
           display "Extract name: " with no advancing
           accept inName
           inspect inName converting "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           open i-o ExtractDefs
           if EdStat not = "00"
               display "No extracts saved yet"
               exit paragraph
           end-if
           move inName to ed-name
           read ExtractDefs key is ed-name
               invalid key
                   display "No extract named " function trim(inName)
               not invalid key
                   display "Delete " function trim(inName) " ("
                           function trim(ed-title) ")? [y/n]: "
                           with no advancing
                   accept confirmChoice
                   if confirmChoice = "y" or confirmChoice = "Y"
                       delete ExtractDefs record
                       display "Deleted"
                   end-if
           end-read
           close ExtractDefs.
