      *    letter the crane never moved is looked up in the starting
      *    roster instead; a site whose Day-05a has not run since
      *    the history file arrived falls back to the old full
      *    replay of day05a-transactions.txt with a notice. a crate
      *    that came in on an inbound receipt is already on the
      *    roster; the replay just notes the receipt as it passes.
       environment division.
           input-output section.
             file-control.
           .

           apply-transaction.
             if WS-Transaction-From = "RCV"
               if WS-Transaction-Crate = WS-Crate
                 display "  receipt " WS-Transaction-InstrNo
                   " put away on stack " WS-Transaction-To
               end-if
               exit paragraph
             end-if
             move WS-Transaction-From to WS-Numval-Input
             perform validate-numeric-field
             move WS-Numval-Result to WS-From
