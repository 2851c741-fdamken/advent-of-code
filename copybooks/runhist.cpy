      *    program with its start time, end time and elapsed duration,
      *    so a slow-down in any one day's job shows up in a single
      *    history file instead of nobody noticing until it is bad.
      *    every row also carries the base camp (site code) whose
      *    data produced it; a blank site is a row from before
      *    sites were carried, and reads as the home camp.
      *    a change to this layout bumps its version and length in
      *    ledgver.cpy, which heads every archive generation.
             01 WS-RunHistory-Line.
                05 WS-RunHistory-Year     pic X(4).
                05 FILLER                 pic X(1) value space.
                05 WS-RunHistory-Elapsed  pic Z(5)9.99.
                05 FILLER                 pic X(1) value space.
                05 WS-RunHistory-RunId    pic X(15) value space.
                05 FILLER                 pic X(1) value space.
                05 WS-RunHistory-Site     pic X(6) value space.
