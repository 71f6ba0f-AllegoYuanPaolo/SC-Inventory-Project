               *> requested exactly like an item on a request line.
               02 kitName pic x(25).
               02 kitCompCount pic 9(2).
               *> Components are held by itemID; compName is the
               *> label shown on screens and pick paperwork.
               02 kitComponents.
                   03 kitComp occurs 10 times.
                       04 compItemID pic 9(5).
                       04 compName pic x(25).
                       04 compQty pic 9(2).
