
                   copy "Reservations".

                   copy "SpoolCatalog".

                   *> A burst segment opened for display; the name
                   *> comes off the catalog record.
                   select SpoolFile
                       assign to spoolFileName
                       organization is line sequential
                       file status is SfStat.

        DATA DIVISION.
           file section.
               copy "DeptMaster-rec".

               copy "Reservations-rec".

               copy "SpoolCatalog-rec".

               FD SpoolFile.
               01 spoolLine pic x(132).

            WORKING-STORAGE SECTION.
            01 deptStat pic xx.
            01 ReqStat pic xx.
            01 BoStat pic xx.
            01 InvStat pic xx.
            01 ResvStat pic xx.
            01 SpStat pic xx.
            01 SfStat pic xx.
            01 eof pic x value "n".

            *> The station's whole world: one department, chosen at
            01 availableQty pic s9(7).
            01 dispStock pic z,zz9.

            *> My reports: only catalog entries burst to this
            *> station's department are listed or opened.
            01 spoolFileName pic x(48).
            01 fileEof pic x.
            01 inSpoolID pic 9(6).
            01 numIn pic 9(8).
            01 numCancel pic x.

        PROCEDURE DIVISION.
           display "=== Department Self-Service Station ==="
           display "(inquiries only - nothing here moves stock)"
               display " 1. Where are my requests?"
               display " 2. My open backorders"
               display " 3. Is an item available?"
               display " 4. My reports"
               display " 0. Sign off"
               display "> " with no advancing
               accept choice
                       perform showMyBackorders
                   when 3
                       perform lookupAvailability
                   when 4
                       perform showMyReports
                   when 0
                       display "Signed off."
                   when other
                       display "1, 2, 3, 4 or 0 only."
               end-evaluate
           end-perform

           move 0 to reservedQty
           open input Reservations
           if ResvStat = "00"
               move itemID to resv-itemID
               read Reservations key is resv-itemID
                   invalid key
                       continue
                   not invalid key
           display function trim(itemName) ": " dispStock
                   " on hand, " availableQty
                   " free to promise".

       *> The department's own segments of the burst reports
       *> (burstWriter.cbl); a report nobody burst, or another
       *> department's segment, is never listed nor opened here.
       showMyReports.
           move 0 to shownCount
           move "n" to eof
           open input SpoolCatalog
           if SpStat not = "00"
               display "No reports on file"
               exit paragraph
           end-if
           display "ID     | Type         | Created  | Params"
           perform until eof = "y"
               read SpoolCatalog next record
                   at end
                       move "y" to eof
                   not at end
                       if sp-dept = stationDept
                           display sp-id " | " sp-reportType " | "
                                   sp-createdDate " | "
                                   function trim(sp-params)
                           add 1 to shownCount
                       end-if
               end-read
           end-perform
           if shownCount = 0
               display "No reports on file for "
                       function trim(stationDept)
               close SpoolCatalog
               exit paragraph
           end-if

           display "Report ID to view (0 = none): " with no advancing
           call "getNumeric" using numIn numCancel
           if numCancel = "Y" or numIn = 0
               close SpoolCatalog
               exit paragraph
           end-if
           move numIn to inSpoolID
           move inSpoolID to sp-id
           read SpoolCatalog key is sp-id
               invalid key
                   move spaces to sp-dept
           end-read
           close SpoolCatalog
           if sp-dept not = stationDept
               display "No report #" inSpoolID " for "
                       function trim(stationDept)
               exit paragraph
           end-if

           move sp-fileName to spoolFileName
           open input SpoolFile
           if SfStat not = "00"
               display "Report file is gone (status " SfStat ")"
               exit paragraph
           end-if
           move "n" to fileEof
           perform until fileEof = "y"
               read SpoolFile
                   at end
                       move "y" to fileEof
                   not at end
                       display function trim(spoolLine trailing)
               end-read
           end-perform
           close SpoolFile
           display "---- end of report ----".
