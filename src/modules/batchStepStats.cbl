      $set sourceformat"free"
       identification division.
       program-id. batchStepStats.

       data division.
           working-storage section.
           *> What the last step told us, held between calls for the
           *> rest of the run unit.
           01 heldReported pic x value "N".
           01 heldRead pic 9(7) value 0.
           01 heldWritten pic 9(7) value 0.
           01 heldRejected pic 9(7) value 0.
           01 heldCode pic 9(2) value 0.

           linkage section.
           *> C = clear before a step, P = the step posts its counts
           *> as it finishes, G = the window collects them.
           01 sbAction pic x(1).
           01 sbRead pic 9(7).
           01 sbWritten pic 9(7).
           01 sbRejected pic 9(7).
           *> 00 clean, 04 finished with rejects; G hands back 08
           *> when the step ended without posting.
           01 sbCode pic 9(2).

       procedure division using sbAction sbRead sbWritten sbRejected
               sbCode.

           *> nightlyBatch.cbl CALLs each step with no parameters, so
           *> a step hands its record counts back through here. Run
           *> standalone from the menu a step still posts; nobody
           *> collects, and the next clear discards it.
           evaluate sbAction
               when "C"
                   move "N" to heldReported
                   move 0 to heldRead heldWritten heldRejected
                   move 0 to heldCode
               when "P"
                   move "Y" to heldReported
                   move sbRead to heldRead
                   move sbWritten to heldWritten
                   move sbRejected to heldRejected
                   move sbCode to heldCode
               when "G"
                   if heldReported = "Y"
                       move heldRead to sbRead
                       move heldWritten to sbWritten
                       move heldRejected to sbRejected
                       move heldCode to sbCode
                   else
                       move 0 to sbRead sbWritten sbRejected
                       move 8 to sbCode
                   end-if
           end-evaluate

       goback.
