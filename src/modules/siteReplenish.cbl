            01 spareQty pic s9(7).
            01 highestID pic 9(4).
            01 alreadyDraft pic x.
            01 kanbanActive pic x.
            01 decision pic x.
            01 ssExists pic x.
            01 planItemName pic x(25).
           if sm-min = 0 or ss-qty >= sm-min
               exit paragraph
           end-if
           *> A site on a two-bin kanban loop for the item is topped
           *> up by its cards (kanbanCards.cbl), not by the band.
           call "checkKanban" using ss-itemID ss-site kanbanActive
           if kanbanActive = "Y"
               exit paragraph
           end-if

           compute topUpQty = sm-max - ss-qty


           move 0 to reservedQty
           if resvUsable = "Y" and planItemName not = spaces
               move inItemID to resv-itemID
               read Reservations key is resv-itemID
                   invalid key
                       continue
                   not invalid key
