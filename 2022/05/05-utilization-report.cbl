      *    its longest idle stretch (in instruction counts between
      *    touches), and its busiest 100-instruction window - which
      *    stacks to physically widen, and which are dead space.
      *    starting heights come from day05a-stack-roster.dat,
      *    which already holds the day's inbound crates, so the
      *    receipt rows (from-stack RCV) on the log are passed over.
       environment division.
           input-output section.
             file-control.
           .

           tally-transaction.
             if WS-Transaction-From = "RCV"
               exit paragraph
             end-if
             move WS-Transaction-InstrNo to WS-Numval-Input
             perform validate-numeric-field
             move WS-Numval-Result to WS-Instr
