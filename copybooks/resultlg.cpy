      *    program so a batch driver, a golden-answer regression
      *    check, or a year-over-year trend report can all read one
      *    consolidated history of answers instead of each program
      *    keeping its own one-off ledger layout. every row is
      *    stamped with the posting program's current version from
      *    release-register.txt, so a changed answer can be traced to
      *    a new build as readily as to a new input.
      *    every row also carries the base camp (site code) whose
      *    data produced it; a blank site is a row from before
      *    sites were carried, and reads as the home camp.
      *    a change to this layout bumps its version and length in
      *    ledgver.cpy, which heads every archive generation.
             01 WS-Ledger-Line.
                05 WS-Ledger-Year      pic X(4).
                05 FILLER              pic X(1) value space.
                05 WS-Ledger-Answer    pic Z(16).
                05 FILLER              pic X(1) value space.
                05 WS-Ledger-RunId     pic X(15) value space.
                05 FILLER              pic X(1) value space.
                05 WS-Ledger-Version   pic X(6) value space.
                05 FILLER              pic X(1) value space.
                05 WS-Ledger-Site      pic X(6) value space.
