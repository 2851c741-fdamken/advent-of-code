      *    before its start time wraps midnight. rows from before the
      *    stamps existed have no time and land under UNMATCHED.
      *    output goes to day05-shift-report.txt and the console.
      *    inbound receipts (from-stack RCV) are put-away, not
      *    transfers, and get a total line of their own.
       environment division.
           input-output section.
             file-control.
             01 WS-Matched-Shift pic 9(02).
             01 WS-Unmatched-Moves   pic 9(08) value zero.
             01 WS-Unmatched-Rejects pic 9(08) value zero.
             01 WS-Receipt-Count     pic 9(08) value zero.
             01 WS-Transaction-Row.
                05 WS-Transaction-InstrNo pic X(8).
                05 FILLER                 pic X(1).
               read TransactionLog into WS-Transaction-Row
                 at end move 1 to WS-EOF
                 not at end
                   if WS-Transaction-From = "RCV"
                     add 1 to WS-Receipt-Count
                   else
                     move WS-Transaction-Time to WS-Probe-Time
                     perform match-time-to-shift
                     if WS-Matched-Shift = 0
                       add 1 to WS-Unmatched-Moves
                     else
                       add 1 to WS-Shift-Moves(WS-Matched-Shift)
                     end-if
                   end-if
               end-read
             end-perform
               move WS-Report-Row to ShiftReport-Line
               write ShiftReport-Line
             end-if
             if WS-Receipt-Count > 0
               move spaces to ShiftReport-Line
               write ShiftReport-Line
               move spaces to WS-Report-Code
               move "INBOUND RECEIPTS" to WS-Report-Name
               move WS-Receipt-Count to WS-Report-Moves
               move zero to WS-Report-Rejects
               move WS-Report-Row to ShiftReport-Line
               write ShiftReport-Line
             end-if
             close ShiftReport
             display "shift report written to day05-shift-report.txt"
           .
