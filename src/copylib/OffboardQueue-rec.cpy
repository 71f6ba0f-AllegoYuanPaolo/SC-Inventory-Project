           FD OffboardQueue.
           01 offboardQueueRec.
               *> Logins waiting to be offboarded: HR has reported the
               *> person gone (hrFeedImport.cbl) but their open work
               *> still needs a successor. operatorOffboard.cbl lists
               *> the OPEN rows and closes each one it completes.
               02 oq-operatorID pic x(10).
               02 oq-employeeID pic x(8).
               02 oq-name pic x(30).
               02 oq-termDate pic 9(8).
               *> HRFEED for the nightly import.
               02 oq-source pic x(10).
               *> OPEN / DONE.
               02 oq-status pic x(8).
               02 oq-queuedDate pic 9(8).
               02 oq-doneBy pic x(10).
               02 oq-doneDate pic 9(8).
