               copy "Requests-rec".

               FD RequestsArchive.
               01 archiveReqLine pic x(758).

               FD RestockHistory.
               01 histLine pic x(148).

               FD RestockHistoryArchive.
               01 archiveHistLine pic x(148).

               copy "ArchiveRegistry-rec".

