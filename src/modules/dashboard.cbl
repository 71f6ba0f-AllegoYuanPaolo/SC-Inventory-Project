                       not at end
                           if h-date = yesterdayDDMM
                              and h-requestID = 0
                              and h-voidFlag not = "V"
                               add h-amountAdded to recvYesterday
                           end-if
                   end-read
