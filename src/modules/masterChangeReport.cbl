      $set sourceformat"free"
        IDENTIFICATION DIVISION.
        PROGRAM-ID. masterChangeReport.

       environment division.
           input-output section.
             file-control.
                  copy "MasterChangeLog".

                  *> Dated like the other audit reports so each day's
                  *> run is kept.
                  select ReportFile
                      assign to reportFileName
                      organization is line sequential
                      file status is RptStat.

        DATA DIVISION.
           file section.
               copy "MasterChangeLog-rec".

               FD ReportFile.
                   01 reportLine pic x(132).

            WORKING-STORAGE SECTION.
            01 eof pic x value "n".
            01 choice pic x.
            01 todayDate pic 9(8).
            01 exportChoice pic x value "n".
            01 reportFileName pic x(48).
            01 runTime pic x(8).
            01 runDate pic x(10).

            *> Blank filters match everything; the key filter is a
            *> prefix so an item or vendor number finds every row
            *> logged against it.
            01 filterFile pic x(24).
            01 filterKey pic x(40).
            01 filterOperator pic x(10).
            01 fromDate pic 9(8).
            01 toDate pic 9(8).
            01 keyLen pic 9(2).
            01 numCancel pic x.
            01 matchCount pic 9(6) value 0.
            01 rowMatches pic x.

            local-storage section.
            01 McStat pic xx.
            01 RptStat pic xx.

        PROCEDURE DIVISION.
           *> Reset scan state: this program is CALLed repeatedly from
           *> menuDriver's loop within the same run unit, and these
           *> fields only initialize once via their VALUE clauses.
           move "n" to eof
           move "n" to exportChoice
           move 0 to matchCount
           move spaces to filterFile filterKey filterOperator
           move 0 to fromDate toDate

           display "=== Master File Change Log ==="
           display "[1] Change history for one record"
           display "[2] Period report"
           display "[0] Return"
           display "Choice: " with no advancing
           accept choice
           evaluate choice
               when "1"
                   perform promptRecord
               when "2"
                   perform promptPeriod
               when other
                   exit program
           end-evaluate
           if numCancel = "Y"
               exit program
           end-if

           move function current-date(1:8) to todayDate
           move 0 to keyLen
           if filterKey not = spaces
               move function length(function trim(filterKey trailing))
                   to keyLen
           end-if

           if exportChoice = "y" or exportChoice = "Y"
               string "data\MasterChanges_" delimited by size
                      todayDate delimited by size
                      ".txt" delimited by size
                      into reportFileName
               end-string
               call "getDate" using runTime runDate
               open output ReportFile
               call "openFileCheck" using RptStat
               move spaces to reportLine
               string "Master file changes - run " runDate " " runTime
                      delimited by size into reportLine
               end-string
               write reportLine
               move spaces to reportLine
               string "File: " filterFile " Key: " filterKey
                      " Operator: " filterOperator
                      " From: " fromDate " To: " toDate
                      delimited by size into reportLine
               end-string
               write reportLine
           end-if

           move spaces to reportLine
           string "Date     Time     Operator   File                     "
                  "Key                Field                "
                  "Old value          New value"
               delimited by size into reportLine
           end-string
           perform emitReportLine
           perform emitSeparator

           open input MasterChangeLog
           if McStat not = "00"
               display "No MasterChangeLog.dat; no changes recorded yet"
               if exportChoice = "y" or exportChoice = "Y"
                   close ReportFile
               end-if
               exit program
           end-if
           perform until eof = "y"
               read MasterChangeLog
                   at end
                       move "y" to eof
                   not at end
                       perform checkFilters
                       if rowMatches = "Y"
                           perform reportOneChange
                       end-if
               end-read
           end-perform
           close MasterChangeLog

           perform emitSeparator
           move spaces to reportLine
           string "Changes listed: " matchCount
               delimited by size into reportLine
           end-string
           perform emitReportLine

           if exportChoice = "y" or exportChoice = "Y"
               close ReportFile
               display "Report written to " reportFileName
               call "registerSpool" using "MASTERCHG   "
                   reportFileName
           end-if

       exit program.

       *> One record's history: the file and its key are both
       *> required, every date and operator is shown.
       promptRecord.
           move "N" to numCancel
           display "File (e.g. Inventory.dat): " with no advancing
           accept filterFile
           display "Record key: " with no advancing
           accept filterKey
           if filterFile = spaces or filterKey = spaces
               display "File and key are both needed"
               move "Y" to numCancel
           end-if.

       promptPeriod.
           display "File (blank for all): " with no advancing
           accept filterFile
           display "Record key (blank for all): " with no advancing
           accept filterKey
           display "Operator (blank for all): " with no advancing
           accept filterOperator
           display "From date YYYYMMDD (0 for the start): "
               with no advancing
           call "getValidDate" using fromDate numCancel "Y"
           if numCancel = "Y"
               exit paragraph
           end-if
           display "To date YYYYMMDD (0 for today): " with no advancing
           call "getValidDate" using toDate numCancel "Y"
           if numCancel = "Y"
               exit paragraph
           end-if
           if toDate = 0
               move function current-date(1:8) to toDate
           end-if
           if fromDate > toDate
               display "From date is after the to date"
               move "Y" to numCancel
               exit paragraph
           end-if
           display "Export to a report file? [y/n]: " with no advancing
           accept exportChoice.

       checkFilters.
           move "Y" to rowMatches
           if filterFile not = spaces and mc-file not = filterFile
               move "N" to rowMatches
           end-if
           if keyLen > 0
               if mc-key(1:keyLen) not = filterKey(1:keyLen)
                   move "N" to rowMatches
               end-if
           end-if
           if filterOperator not = spaces
                   and mc-operatorID not = filterOperator
               move "N" to rowMatches
           end-if
           if fromDate > 0 and mc-date < fromDate
               move "N" to rowMatches
           end-if
           if toDate > 0 and mc-date > toDate
               move "N" to rowMatches
           end-if.

       reportOneChange.
           add 1 to matchCount
           move spaces to reportLine
           string mc-date " " mc-time " " mc-operatorID " " mc-file " "
                  mc-key(1:18) " " mc-field " " mc-oldValue(1:18) " "
                  mc-newValue(1:18)
               delimited by size into reportLine
           end-string
           perform emitReportLine
           *> Long values would be cut off in the columns above; the
           *> full before and after go on a line of their own.
           if mc-key(19:22) not = spaces or mc-oldValue(19:22) not = spaces
                   or mc-newValue(19:22) not = spaces
               move spaces to reportLine
               string "    key " mc-key " was " mc-oldValue
                      delimited by size into reportLine
               end-string
               perform emitReportLine
               move spaces to reportLine
               string "    now " mc-newValue
                      delimited by size into reportLine
               end-string
               perform emitReportLine
           end-if.

       emitSeparator.
           move all "-" to reportLine
           perform emitReportLine.

       *> Shared display-plus-export writer, same shape as
       *> budgetCommitReport.cbl's emitReportLine.
       emitReportLine.
           display function trim(reportLine trailing)
           if exportChoice = "y" or exportChoice = "Y"
               write reportLine
           end-if.
