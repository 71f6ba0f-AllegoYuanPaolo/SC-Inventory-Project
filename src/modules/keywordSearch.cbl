      $set sourceformat"free"
       identification division.
       program-id. keywordSearch.

       environment division.
           input-output section.
               file-control.
                   copy "Inventory".

                   copy "ItemAttributes".

       data division.
           file section.
               copy "Inventory-rec".

               copy "ItemAttributes-rec".

           working-storage section.
           01 invEof pic x.
           01 attrEof pic x.

           *> Up to eight words off the criteria line; a word with an
           *> "=" in it is an attribute test (GRADE=A2), any other
           *> must appear somewhere in the item's name, material type
           *> or specification.
           01 TokenMax pic 9 value 8.
           01 tokenCount pic 9.
           01 tokenTable.
               02 tokenEntry occurs 8 times.
                   03 tkWord pic x(40).
                   03 tkAttrName pic x(16).
                   03 tkAttrValue pic x(40).
                   03 tkIsAttr pic x(1).
                   03 tkHit pic x(1).
           01 tkI pic 9.
           01 critText pic x(80).
           01 critPtr pic 9(3).
           01 eqCount pic 9(2).
           01 wordLen pic 9(2).
           01 hitCount pic 9(3).

           *> The item as one upper-case text for the keyword tests,
           *> and its attributes as pairs for the attribute tests.
           01 itemText pic x(800).
           01 textPtr pic 9(3).
           01 AttrMax pic 9(2) value 15.
           01 attrCount pic 9(2).
           01 attrTable.
               02 attrEntry occurs 15 times.
                   03 atbName pic x(16).
                   03 atbValue pic x(40).
           01 atbI pic 9(2).
           01 upperValue pic x(40).
           01 itemMatches pic x.

           01 shownCount pic 9(4).
           01 attrLine pic x(78).
           01 linePtr pic 9(3).
           01 dispStock pic z,zz9.

           local-storage section.
           01 InvStat pic xx.
           01 IaStat pic xx.

           linkage section.
           *> The words as typed: "m6 stainless hex bolt grade=a2".
           01 ksCriteria pic x(80).
           *> Matches listed on screen; the count goes on past it.
           01 ksShowMax pic 9(2).
           01 ksMatchCount pic 9(4).

       procedure division using ksCriteria ksShowMax ksMatchCount.

           *> The shared "does it already exist?" search: the item
           *> search screen and enrollment both ask it, so a clerk
           *> and an enroller see the same answer.
           move 0 to ksMatchCount
           move 0 to shownCount
           perform splitCriteria
           if tokenCount = 0
               goback
           end-if

           open input Inventory
           if InvStat not = "00"
               display "Inventory.dat not available (status " InvStat
                       ")"
               goback
           end-if
           open input ItemAttributes

           display "ItemID| Item                     | Stock | Bin"
           move "n" to invEof
           perform until invEof = "y"
               read Inventory next record
                   at end
                       move "y" to invEof
                   not at end
                       perform testOneItem
                       if itemMatches = "Y"
                           add 1 to ksMatchCount
                           if shownCount < ksShowMax
                               perform showOneItem
                           end-if
                       end-if
               end-read
           end-perform

           if IaStat = "00"
               close ItemAttributes
           end-if
           close Inventory

           if ksMatchCount = 0
               display "No items match"
           else
               if ksMatchCount > shownCount
                   display "Showing first " shownCount " of "
                           ksMatchCount " matches; add a word to narrow"
               else
                   display "Items matched: " ksMatchCount
               end-if
           end-if

       goback.

       splitCriteria.
           move 0 to tokenCount
           initialize tokenTable
           move ksCriteria to critText
           inspect critText converting "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           move 1 to critPtr
           perform until critPtr > 80 or tokenCount >= TokenMax
               add 1 to tokenCount
               unstring critText delimited by all spaces
                   into tkWord(tokenCount)
                   with pointer critPtr
               end-unstring
               if tkWord(tokenCount) = spaces
                   subtract 1 from tokenCount
               else
                   perform classifyToken
               end-if
           end-perform.

       classifyToken.
           move "N" to tkIsAttr(tokenCount)
           move 0 to eqCount
           inspect tkWord(tokenCount) tallying eqCount for all "="
           if eqCount > 0
               unstring tkWord(tokenCount) delimited by "="
                   into tkAttrName(tokenCount) tkAttrValue(tokenCount)
               end-unstring
               if tkAttrName(tokenCount) not = spaces
                   move "Y" to tkIsAttr(tokenCount)
               end-if
           end-if.

       testOneItem.
           perform loadItemText
           move "Y" to itemMatches
           perform varying tkI from 1 by 1 until tkI > tokenCount
               if tkIsAttr(tkI) = "Y"
                   perform testAttribute
               else
                   perform testKeyword
               end-if
               if tkHit(tkI) not = "Y"
                   move "N" to itemMatches
               end-if
           end-perform.

       testKeyword.
           move "N" to tkHit(tkI)
           move 0 to wordLen
           inspect tkWord(tkI) tallying wordLen
               for characters before initial space
           if wordLen = 0
               move "Y" to tkHit(tkI)
               exit paragraph
           end-if
           move 0 to hitCount
           inspect itemText tallying hitCount
               for all tkWord(tkI)(1:wordLen)
           if hitCount > 0
               move "Y" to tkHit(tkI)
           end-if.

       *> GRADE=A2 wants an attribute named GRADE whose value holds
       *> A2; GRADE= alone only wants the attribute to be there.
       testAttribute.
           move "N" to tkHit(tkI)
           perform varying atbI from 1 by 1 until atbI > attrCount
               if atbName(atbI) = tkAttrName(tkI)
                   if tkAttrValue(tkI) = spaces
                       move "Y" to tkHit(tkI)
                   else
                       move atbValue(atbI) to upperValue
                       inspect upperValue converting
                           "abcdefghijklmnopqrstuvwxyz"
                           to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                       move 0 to wordLen
                       inspect tkAttrValue(tkI) tallying wordLen
                           for characters before initial space
                       move 0 to hitCount
                       inspect upperValue tallying hitCount
                           for all tkAttrValue(tkI)(1:wordLen)
                       if hitCount > 0
                           move "Y" to tkHit(tkI)
                       end-if
                   end-if
               end-if
           end-perform.

       loadItemText.
           move spaces to itemText
           move 0 to attrCount
           initialize attrTable
           move 1 to textPtr
           string itemName " " materialType " "
               delimited by size into itemText with pointer textPtr
           end-string
           if IaStat not = "00"
               perform upperItemText
               exit paragraph
           end-if
           move "n" to attrEof
           move itemID to ia-itemID
           move low-values to ia-attrName
           start ItemAttributes key is not less than iaKey
               invalid key move "y" to attrEof
           end-start
           perform until attrEof = "y"
               read ItemAttributes next record
                   at end
                       move "y" to attrEof
                   not at end
                       if ia-itemID not = itemID
                           move "y" to attrEof
                       else
                           if attrCount < AttrMax
                               add 1 to attrCount
                               move ia-attrName to atbName(attrCount)
                               move ia-value to atbValue(attrCount)
                           end-if
                           if textPtr < 740
                               string ia-attrName " " ia-value " "
                                   delimited by size into itemText
                                   with pointer textPtr
                               end-string
                           end-if
                       end-if
               end-read
           end-perform
           perform upperItemText.

       upperItemText.
           inspect itemText converting "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       showOneItem.
           add 1 to shownCount
           move itemStock to dispStock
           display itemID " | " itemName " | " dispStock " | "
                   binLocation
           if attrCount = 0
               exit paragraph
           end-if
           move spaces to attrLine
           move 7 to linePtr
           perform varying atbI from 1 by 1 until atbI > attrCount
                   or linePtr > 60
               string function trim(atbName(atbI)) "="
                      function trim(atbValue(atbI)) "  "
                   delimited by size into attrLine with pointer linePtr
               end-string
           end-perform
           display attrLine.
