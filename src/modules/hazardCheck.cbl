      $set sourceformat"free"
       identification division.
       program-id. hazardCheck.

       environment division.
           input-output section.
               file-control.
                   copy "HazardProfile".

                   copy "BinMaster".

                   copy "Inventory".

       data division.
           file section.
               copy "HazardProfile-rec".

               copy "BinMaster-rec".

               copy "Inventory-rec".

           working-storage section.
           01 eof pic x.
           01 myClass pic x(4).
           01 myName pic x(25).
           01 myZone pic x(4).
           01 otherClass pic x(4).
           01 otherOnHand pic 9(6).
           01 binsUsable pic x.
           01 pairFound pic x.

           *> Hazard classes that must not share a bin or a zone,
           *> after the DOT segregation table; each pair is listed
           *> once and checked both ways round.
           01 PairMax pic 9(2) value 36.
           01 pairCatalog.
               02 filler pic x(8) value "1   2.1 ".
               02 filler pic x(8) value "1   2.2 ".
               02 filler pic x(8) value "1   2.3 ".
               02 filler pic x(8) value "1   3   ".
               02 filler pic x(8) value "1   4.1 ".
               02 filler pic x(8) value "1   4.2 ".
               02 filler pic x(8) value "1   4.3 ".
               02 filler pic x(8) value "1   5.1 ".
               02 filler pic x(8) value "1   5.2 ".
               02 filler pic x(8) value "1   6.1 ".
               02 filler pic x(8) value "1   7   ".
               02 filler pic x(8) value "1   8   ".
               02 filler pic x(8) value "1   9   ".
               02 filler pic x(8) value "2.1 2.3 ".
               02 filler pic x(8) value "2.1 4.2 ".
               02 filler pic x(8) value "2.1 5.1 ".
               02 filler pic x(8) value "2.1 5.2 ".
               02 filler pic x(8) value "2.3 3   ".
               02 filler pic x(8) value "2.3 4.1 ".
               02 filler pic x(8) value "2.3 4.2 ".
               02 filler pic x(8) value "2.3 4.3 ".
               02 filler pic x(8) value "2.3 5.1 ".
               02 filler pic x(8) value "2.3 5.2 ".
               02 filler pic x(8) value "2.3 8   ".
               02 filler pic x(8) value "3   5.1 ".
               02 filler pic x(8) value "3   5.2 ".
               02 filler pic x(8) value "3   8   ".
               02 filler pic x(8) value "3   9   ".
               02 filler pic x(8) value "4.1 5.1 ".
               02 filler pic x(8) value "4.1 5.2 ".
               02 filler pic x(8) value "4.2 5.1 ".
               02 filler pic x(8) value "4.2 5.2 ".
               02 filler pic x(8) value "4.2 8   ".
               02 filler pic x(8) value "4.3 5.1 ".
               02 filler pic x(8) value "4.3 5.2 ".
               02 filler pic x(8) value "4.3 8   ".
           01 pairTable redefines pairCatalog.
               02 pairEntry occurs 36 times.
                   03 pairClassA pic x(4).
                   03 pairClassB pic x(4).
           01 pairI pic 9(2).

           local-storage section.
           01 HzStat pic xx.
           01 BmStat pic xx.
           01 InvStat pic xx.

           linkage section.
           01 hcItemID pic 9(5).
           *> The bin the item is going to (or already sits in).
           01 hcBin pic x(10).
           *> Stock units of the item that will sit at that bin.
           01 hcQty pic 9(6).
           *> Warnings shown; 0 means the location is clear.
           01 hcWarnings pic 9(3).

       procedure division using hcItemID hcBin hcQty hcWarnings.

           *> One shared answer to "may this hazmat go on that shelf",
           *> asked by re-slotting and by receiving put-away. It only
           *> warns: the operator on the floor makes the call.
           move 0 to hcWarnings
           open input HazardProfile
           if HzStat not = "00"
               goback
           end-if
           move hcItemID to hz-itemID
           read HazardProfile key is hz-itemID
               invalid key
                   close HazardProfile
                   goback
           end-read
           if hz-class = spaces or hcBin = spaces
               close HazardProfile
               goback
           end-if
           move hz-class to myClass
           move hz-itemName to myName

           if hz-maxPerLoc > 0 and hcQty > hz-maxPerLoc
               display "  HAZMAT: " hcQty " of " function trim(myName)
                       " at " function trim(hcBin) " exceeds the "
                       hz-maxPerLoc " allowed per location"
               add 1 to hcWarnings
           end-if

           move spaces to myZone
           move "N" to binsUsable
           open input BinMaster
           if BmStat = "00"
               move "Y" to binsUsable
               move hcBin to bm-bin
               read BinMaster key is bm-bin
                   invalid key
                       continue
                   not invalid key
                       move bm-zone to myZone
               end-read
           end-if

           open input Inventory
           if InvStat not = "00"
               perform closeUp
               goback
           end-if

           move "n" to eof
           move low-values to hz-itemID
           start HazardProfile key is not less than hz-itemID
               invalid key move "y" to eof
           end-start
           perform until eof = "y"
               read HazardProfile next record
                   at end
                       move "y" to eof
                   not at end
                       if hz-itemID not = hcItemID
                          and hz-class not = spaces
                           move hz-class to otherClass
                           perform findPair
                           if pairFound = "Y"
                               perform checkNeighbour
                           end-if
                       end-if
               end-read
           end-perform
           close Inventory
           perform closeUp

       goback.

       findPair.
           move "N" to pairFound
           perform varying pairI from 1 by 1
                   until pairI > PairMax or pairFound = "Y"
               if (pairClassA(pairI) = myClass
                   and pairClassB(pairI) = otherClass)
                  or (pairClassA(pairI) = otherClass
                   and pairClassB(pairI) = myClass)
                   move "Y" to pairFound
               end-if
           end-perform.

       *> Only stock actually on the shelf is a neighbour; an item
       *> assigned a bin but burned to zero endangers nobody.
       checkNeighbour.
           move hz-itemID to itemID
           read Inventory key is itemID
               invalid key
                   exit paragraph
           end-read
           compute otherOnHand = itemStock + qtyOnHold + qtyQuarantined
           if binLocation = spaces or otherOnHand = 0
               exit paragraph
           end-if
           if binLocation = hcBin
               display "  HAZMAT: class " function trim(myClass)
                       " must not share bin " function trim(hcBin)
                       " with class " function trim(otherClass) " "
                       function trim(itemName)
               add 1 to hcWarnings
               exit paragraph
           end-if
           if myZone = spaces or binsUsable not = "Y"
               exit paragraph
           end-if
           move binLocation to bm-bin
           read BinMaster key is bm-bin
               invalid key
                   exit paragraph
           end-read
           if bm-zone = myZone
               display "  HAZMAT: class " function trim(myClass)
                       " must not share zone " function trim(myZone)
                       " with class " function trim(otherClass) " "
                       function trim(itemName) " (bin "
                       function trim(binLocation) ")"
               add 1 to hcWarnings
           end-if.

       closeUp.
           if binsUsable = "Y"
               close BinMaster
           end-if
           close HazardProfile.
