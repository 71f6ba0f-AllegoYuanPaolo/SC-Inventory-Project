            01 numIn pic 9(8).
            01 numCancel pic x.

            *> Before/after pair for the master-file change log; the
            *> floor counts are the walk's readings, not master data,
            *> and are not logged.
            01 maintOperator pic x(10).
            01 chgFile pic x(24) value "ParLevels.dat".
            01 chgKey pic x(40).
            01 chgField pic x(20).
            01 chgOld pic x(40).
            01 chgNew pic x(40).

        linkage section.
        *> Menu-driven sessions pass the logged-in operator so
        *> this program stops trusting a re-typed ID; called
        *> standalone it still prompts.
        01 sessionOperator pic x(10).

        PROCEDURE DIVISION using optional sessionOperator.
           *> Reset scan state: this program is CALLed repeatedly from
           *> menuDriver's loop within the same run unit, and these
           *> fields only initialize once via their VALUE clauses.
           display "Par rows on file: " listedCount.

       setParLevel.
           if sessionOperator is omitted
               display "Operator ID: " with no advancing
               accept maintOperator
           else
               move sessionOperator to maintOperator
           end-if
           display "Department: " with no advancing
           accept inDept
           open input DeptMaster
           end-if

           move inDept to par-dept
           move itemID to par-itemID
           read ParLevels key is parKey
               invalid key
                   move "N" to recExists
               not invalid key
                   move "Y" to recExists
           end-read
           move spaces to chgOld
           if recExists = "Y"
               move par-level to chgOld
           end-if
           move numIn to par-level
           move itemName to par-itemName
           if recExists = "N"
               move 0 to par-floorCount
               move 0 to par-countDate
               rewrite ParLevelRec
           end-if
           display "Par set: " function trim(inDept) " / "
                   function trim(inItem) " = " par-level
           move spaces to chgKey
           string function trim(par-dept) "/" par-itemID
               delimited by size into chgKey
           end-string
           move "par-level" to chgField
           move par-level to chgNew
           call "logMasterChange" using chgFile chgKey chgField
               chgOld chgNew maintOperator.

       *> The quick entry the floor walk uses: one department, then
       *> item and count until a blank item.
       recordFloorCounts.
           display "Department: " with no advancing
           accept inDept
           open input Inventory
           call "openFileCheck" using InvStat
           move "Y" to moreEntries
           perform until moreEntries not = "Y"
               display "  Item name (blank = done): "
               if inItem = spaces
                   move "N" to moreEntries
               else
                   perform recordOneFloorCount
               end-if
           end-perform
           close Inventory.

       recordOneFloorCount.
           move inItem to itemName
           read Inventory key is itemName
               invalid key
                   display "  Unknown item: " function trim(inItem)
                   exit paragraph
           end-read
           move inDept to par-dept
           move itemID to par-itemID
           read ParLevels key is parKey
               invalid key
                   display "  No par row for that pair; set "
                           "the par level first"
               not invalid key
                   display "  Floor count: " with no advancing
                   call "getNumeric" using numIn numCancel
                   if numCancel not = "Y"
                       move numIn to par-floorCount
                       move todayDate to par-countDate
                       rewrite ParLevelRec
                       display "  Recorded " par-floorCount
                               " (par " par-level ")"
                   end-if
           end-read.
