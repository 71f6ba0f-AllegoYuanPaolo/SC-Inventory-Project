                   02 arc-reqSource pic x(1).
                   02 arc-reqPriority pic x(1).
                   02 arc-reqProject pic x(10).
                   02 arc-approvedFor pic x(10).

               FD HistArchive.
               01 arcHistRecord.
