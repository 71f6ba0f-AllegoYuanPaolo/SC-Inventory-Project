           FD SerialUnits.
           01 serialUnitRec.
               *> One row per physical unit of a serial-tracked item
               *> (durable, or unitCost at or over SERIAL-MIN-VALUE):
               *> the quantity on Inventory.dat is how many, this is
               *> which ones and where each one is.
               02 suKey.
                   03 su-itemID pic 9(5).
                   03 su-serial pic x(20).
               02 su-itemName pic x(25).
               02 su-acquiredDate pic 9(8).
               02 su-cost pic 9(6)v99.
               *> IN-STOCK / LOANED / AT-REPAIR / RETIRED.
               02 su-status pic x(10).
               *> Department holding a loaned unit, vendor holding one
               *> at repair; spaces while it is on the shelf.
               02 su-holder pic x(32).
               *> Tool loan or repair order the unit is out on.
               02 su-refID pic 9(6).
               02 su-lastMoveDate pic 9(8).
