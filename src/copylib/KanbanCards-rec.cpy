           FD KanbanCards.
           01 kanbanRec.
               *> One two-bin loop per item and location. MAIN is the
               *> main store, refilled by a draft PO line; any other
               *> location is a satellite site refilled from MAIN by
               *> a site transfer.
               02 kbKey.
                   03 kb-itemID pic 9(5).
                   03 kb-location pic x(8).
               *> What one full bin holds, in issuing units, and how
               *> many cards (bins) circulate in the loop.
               02 kb-cardQty pic 9(4).
               02 kb-cardCount pic 9(2).
               *> Cards returned empty and not yet back with a full
               *> bin; never more than kb-cardCount.
               02 kb-cardsOut pic 9(2).
               02 kb-lastSignal pic 9(8).
               *> Running totals behind the average cycle time: days
               *> from card returned to bin refilled, over completed
               *> cycles.
               02 kb-cycleDays pic 9(7).
               02 kb-cycles pic 9(5).
               *> A = active loop, I = retired; retired cards raise
               *> no signals.
               02 kb-status pic x(1).
               02 kb-setBy pic x(10).
               02 kb-setDate pic 9(8).
