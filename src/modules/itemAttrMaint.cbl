      $set sourceformat"free"
        IDENTIFICATION DIVISION.
        PROGRAM-ID. itemAttrMaint.

       environment division.
           input-output section.
             file-control.
                  copy "ItemAttributes".

                  copy "AttrTemplates".

                  copy "Inventory.cpy".

                  copy "MaterialTypes".

        DATA DIVISION.
           file section.
               copy "ItemAttributes-rec".

               copy "AttrTemplates-rec".

               copy "Inventory-rec.cpy".

               copy "MaterialTypes-rec".

            WORKING-STORAGE SECTION.
            01 IaStat pic xx.
            01 AtStat pic xx.
            01 InvStat pic xx.
            01 MtStat pic xx.
            01 eof pic x value "n".
            01 tplEof pic x.

            01 choice pic 9 value 1.
            01 maintOperator pic x(10).
            01 authorized pic x.
            *> Anyone may key an item's specification, as anyone may
            *> enroll an item; which attributes a material type asks
            *> for is the supervisor's.
            01 SupervisorRole pic x(10) value "SUPERVISOR".

            01 inItemID pic 9(5).
            01 inItemName pic x(25).
            01 inType pic x(10).
            01 itemOk pic x.
            01 inAttrName pic x(16).
            01 inValue pic x(40).
            01 inSeq pic 9(2).
            01 inRequired pic x.
            01 inHint pic x(30).
            01 attrExists pic x.
            01 missingCount pic 9(2).
            01 listedCount pic 9(4) value 0.
            01 todayDate pic 9(8).

            *> Before/after pair for the master-file change log.
            01 chgFile pic x(24).
            01 chgKey pic x(40).
            01 chgField pic x(20).
            01 chgOld pic x(40).
            01 chgNew pic x(40).

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

           display "=== Item Specification Attributes ==="
           display "  [1] Show an item's specification"
           display "  [2] Key / update an item's specification"
           display "  [3] Remove an attribute from an item"
           display "  [4] Attribute templates by material type"
           display "  [5] Add / change a template attribute"
           display "  [6] Remove a template attribute"
           display "> " with no advancing
           accept choice

           if sessionOperator is omitted
               if choice = 2 or choice = 3 or choice = 5 or choice = 6
                   display "Operator ID: " with no advancing
                   accept maintOperator
               end-if
           else
               move sessionOperator to maintOperator
           end-if
           move function current-date(1:8) to todayDate

           if choice = 5 or choice = 6
               call "authCheck" using maintOperator authorized
                   SupervisorRole
               if authorized not = "Y"
                   display "Not authorized to change attribute templates"
                   exit program
               end-if
           end-if

           open i-o ItemAttributes
               if IaStat = "35"
                   open output ItemAttributes
                   close ItemAttributes
                   open i-o ItemAttributes
               end-if
               call "openFileCheck" using IaStat

           open i-o AttrTemplates
               if AtStat = "35"
                   open output AttrTemplates
                   close AttrTemplates
                   open i-o AttrTemplates
               end-if
               call "openFileCheck" using AtStat

               evaluate choice
                   when 2
                       perform keySpecification
                   when 3
                       perform removeAttribute
                   when 4
                       perform listTemplates
                   when 5
                       perform maintainTemplate
                   when 6
                       perform removeTemplate
                   when other
                       perform showSpecification
               end-evaluate

           close AttrTemplates
           close ItemAttributes

       exit program.

       acceptItem.
           move "N" to itemOk
           display "ItemID: " with no advancing
           call "getNumeric" using numIn numCancel
           if numCancel = "Y" or numIn = 0
               exit paragraph
           end-if
           move numIn to inItemID
           open input Inventory
           if InvStat not = "00"
               display "Inventory.dat not available (status " InvStat
                       ")"
               exit paragraph
           end-if
           move inItemID to itemID
           read Inventory key is itemID
               invalid key
                   display "No item " inItemID " on file"
               not invalid key
                   move "Y" to itemOk
                   move itemName to inItemName
                   move materialType to inType
           end-read
           close Inventory.

       showSpecification.
           perform acceptItem
           if itemOk not = "Y"
               exit paragraph
           end-if
           display inItemID " " function trim(inItemName) " ("
                   function trim(inType) ")"
           move inItemID to ia-itemID
           move low-values to ia-attrName
           start ItemAttributes key is not less than iaKey
               invalid key move "y" to eof
           end-start
           perform until eof = "y"
               read ItemAttributes next record
                   at end
                       move "y" to eof
                   not at end
                       if ia-itemID not = inItemID
                           move "y" to eof
                       else
                           display "  " ia-attrName " " ia-value
                           add 1 to listedCount
                       end-if
               end-read
           end-perform
           if listedCount = 0
               display "  (no specification keyed)"
           end-if
           perform checkRequired.

       *> The material type's template first, in its order, each
       *> with the current value offered; then any further pairs the
       *> template does not name.
       keySpecification.
           perform acceptItem
           if itemOk not = "Y"
               exit paragraph
           end-if
           display inItemID " " function trim(inItemName) " ("
                   function trim(inType) ")"
           display "(blank keeps the current value, * clears it)"

           move "n" to tplEof
           move inType to at-materialType
           move 0 to at-seq
           start AttrTemplates key is not less than atKey
               invalid key move "y" to tplEof
           end-start
           perform until tplEof = "y"
               read AttrTemplates next record
                   at end
                       move "y" to tplEof
                   not at end
                       if at-materialType not = inType
                           move "y" to tplEof
                       else
                           move at-attrName to inAttrName
                           perform promptOneAttribute
                       end-if
               end-read
           end-perform

           perform until exit
               display "Other attribute name (blank = done): "
                       with no advancing
               accept inAttrName
               if inAttrName = spaces
                   exit perform
               end-if
               inspect inAttrName converting
                   "abcdefghijklmnopqrstuvwxyz"
                   to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               move spaces to at-hint
               perform promptOneAttribute
           end-perform
           perform checkRequired.

       promptOneAttribute.
           move inItemID to ia-itemID
           move inAttrName to ia-attrName
           read ItemAttributes key is iaKey
               invalid key
                   move "N" to attrExists
                   move spaces to ia-value
               not invalid key
                   move "Y" to attrExists
           end-read
           move ia-value to chgOld
           if at-hint not = spaces
               display function trim(inAttrName) " ("
                       function trim(at-hint) ") ["
                       function trim(ia-value) "]: " with no advancing
           else
               display function trim(inAttrName) " ["
                       function trim(ia-value) "]: " with no advancing
           end-if
           accept inValue
           if inValue = spaces
               exit paragraph
           end-if
           if inValue = "*"
               if attrExists = "Y"
                   delete ItemAttributes record
                   move spaces to chgNew
                   perform logAttribute
               end-if
               exit paragraph
           end-if
           move inItemID to ia-itemID
           move inAttrName to ia-attrName
           move inValue to ia-value
           move maintOperator to ia-updatedBy
           move todayDate to ia-updatedDate
           if attrExists = "Y"
               rewrite ItemAttributeRec
           else
               write ItemAttributeRec
           end-if
           move ia-value to chgNew
           perform logAttribute.

       removeAttribute.
           perform acceptItem
           if itemOk not = "Y"
               exit paragraph
           end-if
           display "Attribute name: " with no advancing
           accept inAttrName
           inspect inAttrName converting "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           move inItemID to ia-itemID
           move inAttrName to ia-attrName
           read ItemAttributes key is iaKey
               invalid key
                   display "Item " inItemID " has no "
                           function trim(inAttrName)
                   exit paragraph
           end-read
           move ia-value to chgOld
           move spaces to chgNew
           delete ItemAttributes record
           perform logAttribute
           display function trim(inAttrName) " removed".

       logAttribute.
           move "ItemAttributes.dat" to chgFile
           move spaces to chgKey
           string inItemID "/" inAttrName delimited by size
               into chgKey
           end-string
           move "ia-value" to chgField
           call "logMasterChange" using chgFile chgKey chgField
               chgOld chgNew maintOperator.

       *> The required template attributes the item still lacks.
       checkRequired.
           move 0 to missingCount
           move "n" to tplEof
           move inType to at-materialType
           move 0 to at-seq
           start AttrTemplates key is not less than atKey
               invalid key move "y" to tplEof
           end-start
           perform until tplEof = "y"
               read AttrTemplates next record
                   at end
                       move "y" to tplEof
                   not at end
                       if at-materialType not = inType
                           move "y" to tplEof
                       else
                           if at-required = "Y"
                               move inItemID to ia-itemID
                               move at-attrName to ia-attrName
                               read ItemAttributes key is iaKey
                                   invalid key
                                       add 1 to missingCount
                                       display "  Missing required: "
                                           function trim(at-attrName)
                               end-read
                           end-if
                       end-if
               end-read
           end-perform
           if missingCount = 0
               display "Specification complete for "
                       function trim(inType)
           end-if.

       listTemplates.
           display "Material type (blank = all): " with no advancing
           accept inType
           display "Type       | Seq | Attribute        | R | Hint"
           move inType to at-materialType
           move 0 to at-seq
           start AttrTemplates key is not less than atKey
               invalid key move "y" to eof
           end-start
           perform until eof = "y"
               read AttrTemplates next record
                   at end
                       move "y" to eof
                   not at end
                       if inType not = spaces
                          and at-materialType not = inType
                           move "y" to eof
                       else
                           display at-materialType " | " at-seq
                                   "  | " at-attrName " | "
                                   at-required " | " at-hint
                           add 1 to listedCount
                       end-if
               end-read
           end-perform
           display "Template attributes: " listedCount.

       maintainTemplate.
           display "Material type: " with no advancing
           accept inType
           open input MaterialTypes
           if MtStat = "00"
               move inType to mt-code
               read MaterialTypes key is mt-code
                   invalid key
                       display "Not a listed material type"
                       close MaterialTypes
                       exit paragraph
               end-read
               close MaterialTypes
           end-if
           display "Position in the template (1-99): " with no advancing
           call "getNumeric" using numIn numCancel
           if numCancel = "Y" or numIn = 0 or numIn > 99
               exit paragraph
           end-if
           move numIn to inSeq
           move inType to at-materialType
           move inSeq to at-seq
           read AttrTemplates key is atKey
               invalid key
                   move "N" to attrExists
                   move spaces to at-attrName
                   move "N" to at-required
                   move spaces to at-hint
               not invalid key
                   move "Y" to attrExists
           end-read
           move at-attrName to chgOld
           display "Attribute name [" function trim(at-attrName) "]: "
                   with no advancing
           accept inAttrName
           if inAttrName not = spaces
               inspect inAttrName converting
                   "abcdefghijklmnopqrstuvwxyz"
                   to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               move inAttrName to at-attrName
           end-if
           if at-attrName = spaces
               display "Attribute name required; nothing changed"
               exit paragraph
           end-if
           display "Required? [y/n]: " with no advancing
           accept inRequired
           if inRequired = "y" or inRequired = "Y"
               move "Y" to at-required
           else
               move "N" to at-required
           end-if
           display "Hint - unit or expected values (blank = keep): "
                   with no advancing
           accept inHint
           if inHint not = spaces
               move inHint to at-hint
           end-if
           move inType to at-materialType
           move inSeq to at-seq
           if attrExists = "Y"
               rewrite AttrTemplateRec
           else
               write AttrTemplateRec
           end-if
           move at-attrName to chgNew
           perform logTemplate
           display function trim(inType) " position " inSeq ": "
                   function trim(at-attrName).

       removeTemplate.
           display "Material type: " with no advancing
           accept inType
           display "Position to remove: " with no advancing
           call "getNumeric" using numIn numCancel
           if numCancel = "Y" or numIn = 0 or numIn > 99
               exit paragraph
           end-if
           move numIn to inSeq
           move inType to at-materialType
           move inSeq to at-seq
           read AttrTemplates key is atKey
               invalid key
                   display "Nothing at that position"
                   exit paragraph
           end-read
           move at-attrName to chgOld
           move spaces to chgNew
           delete AttrTemplates record
           perform logTemplate
           display function trim(chgOld) " removed from the "
                   function trim(inType) " template; items keep "
                   "any value already keyed".

       logTemplate.
           move "AttrTemplates.dat" to chgFile
           move spaces to chgKey
           string inType "/" inSeq delimited by size into chgKey
           end-string
           move "at-attrName" to chgField
           call "logMasterChange" using chgFile chgKey chgField
               chgOld chgNew maintOperator.
