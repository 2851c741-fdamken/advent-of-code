      *    balance-check program can reconcile what each program says
      *    it did against the rows it actually produced, instead of
      *    the driver inferring counts from ledger line-count deltas.
      *    each row carries the program's release-register.txt version
      *    current when it ran, so a changed count can be laid against
      *    a new build as well as a new input.
      *    every row also carries the base camp (site code) whose
      *    data produced it; a blank site is a row from before
      *    sites were carried, and reads as the home camp.
      *    a change to this layout bumps its version and length in
      *    ledgver.cpy, which heads every archive generation.
             01 WS-RunControl-Line.
                05 WS-RunControl-Year     pic X(4).
                05 FILLER                 pic X(1) value space.
                05 WS-RunControl-Posted   pic 9(8).
                05 FILLER                 pic X(1) value space.
                05 WS-RunControl-RunId    pic X(15) value space.
                05 FILLER                 pic X(1) value space.
                05 WS-RunControl-Version  pic X(6) value space.
                05 FILLER                 pic X(1) value space.
                05 WS-RunControl-Site     pic X(6) value space.
