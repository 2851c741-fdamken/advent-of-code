      *    file shows every flagged record across every day instead of
      *    each program's own one-off rejects/exceptions log being the
      *    only place it shows up.
      *    a change to this layout bumps its version and length in
      *    ledgver.cpy, which heads every archive generation.
             01 WS-ExceptionLedger-Line.
                05 WS-ExceptionLedger-Year    pic X(4).
                05 FILLER                     pic X(1) value space.
      *    aside), DEGRADE (the job ran but its output is suspect) or
      *    FATAL - plus a capture of the offending input record, so
      *    triage never needs the original rejects files open.
      *    every row also carries the base camp (site code) whose
      *    data produced it; a blank site is a row from before
      *    sites were carried, and reads as the home camp.
                05 FILLER                     pic X(1) value space.
                05 WS-ExceptionLedger-Severity pic X(8) value space.
                05 FILLER                     pic X(1) value space.
                05 WS-ExceptionLedger-Record  pic X(60) value space.
                05 FILLER                     pic X(1) value space.
                05 WS-ExceptionLedger-Site    pic X(6) value space.
