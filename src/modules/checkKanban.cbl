      $set sourceformat"free"
       identification division.
       program-id. checkKanban.

       environment division.
           input-output section.
               file-control.
                   copy "KanbanCards".

       data division.
           file section.
               copy "KanbanCards-rec".

           local-storage section.
           01 KbStat pic xx.

           linkage section.
           01 ckItemID pic 9(5).
           *> MAIN for the main store, else the satellite site.
           01 ckLocation pic x(8).
           01 ckActive pic x.

       procedure division using ckItemID ckLocation ckActive.

           *> An item on an active two-bin loop at a location is
           *> refilled by its cards (kanbanCards.cbl); the reorder
           *> point and min/max planners ask here and stand aside so
           *> the same shortfall is not bought twice.
           move "N" to ckActive
           open input KanbanCards
           if KbStat = "00"
               move ckItemID to kb-itemID
               move ckLocation to kb-location
               read KanbanCards key is kbKey
                   invalid key
                       continue
                   not invalid key
                       if kb-status = "A"
                           move "Y" to ckActive
                       end-if
               end-read
               close KanbanCards
           end-if

       goback.
