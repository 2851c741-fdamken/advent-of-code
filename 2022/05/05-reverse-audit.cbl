      *    cleanly or a reconstructed crate that disagrees with the
      *    roster, is written to day05a-reconciliation.txt with the
      *    stack, level, and expected versus found crates.
      *    inbound receipts (from-stack RCV) were put away before
      *    the roster was written, so they are not unwound.
       environment division.
           input-output section.
             file-control.
           .

           stow-transaction.
             if WS-Transaction-From = "RCV"
               exit paragraph
             end-if
             if WS-TransCount >= 100000
               display "more than 100000 transaction(s) - audit "
                 "covers the first 100000 only"
