            01 errTime pic x(8).
            01 errDate pic x(10).

            *> Counts handed back to the nightly window
            *> (batchStepStats.cbl).
            01 statAction pic x(1) value "P".
            01 statRead pic 9(7).
            01 statWritten pic 9(7).
            01 statRejected pic 9(7).
            01 statCode pic 9(2).

            local-storage section.
            01 InvStat pic xx.
            01 safeStat pic xx.
           move 0 to medCount
           move 0 to lowCount
           move 0 to highestItemID
           move 0 to statRead

           display "=== Cross-File Integrity Audit ==="

                   "  medium: " medCount "  low: " lowCount
           perform writeAuditSummary

           move 0 to statWritten
           compute statRejected = highCount + medCount + lowCount
           move 0 to statCode
           if statRejected > 0
               move 4 to statCode
           end-if
           call "batchStepStats" using statAction statRead statWritten
               statRejected statCode

       exit program.

       *> Inventory-outward checks: every materialType should resolve
                   at end
                       move "y" to eof
                   not at end
                       add 1 to statRead
                       if itemID > highestItemID
                           move itemID to highestItemID
                       end-if
                       at end
                           move "y" to eof
                       not at end
                           move u-itemID to itemID
                           read Inventory key is itemID
                               invalid key
                                   display "LOW   : UsageTrend rows "
                                           "for unknown item " u-itemID
                                           " " function trim(u-itemName)
                                   add 1 to lowCount
                           end-read
                   end-read
                           move "y" to eof
                       not at end
                           if bo-status = "OPEN"
                               move bo-itemID to itemID
                               read Inventory key is itemID
                                   invalid key
                                       display "MEDIUM: open backorder "
                                               "(request "
