      *    against the CrateMover 9001 model, which lifts each
      *    instruction's block once instead of crate by crate - the
      *    actual business case for renting it. output to
      *    day05-cost-report.txt and the console. receipt rows
      *    (from-stack RCV) are put-away, not transfers, and are
      *    not priced here.
       environment division.
           input-output section.
             file-control.
           .

           cost-one-transfer.
             if WS-Trans-From = "RCV"
               exit paragraph
             end-if
             move WS-Trans-InstrNo to WS-Numval-Input
             perform validate-numeric-field
             if WS-Numval-Is-Invalid
