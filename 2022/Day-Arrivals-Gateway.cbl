      *    a failed batch step at two in the morning.
      *    expected-arrivals.txt carries one row per expected
      *    transfer - year, day, the file name the supplier lands in
      *    incoming/, the deadline time it is due by, and (column 56)
      *    the supplier, which Day-Supplier-Scorecard charges the
      *    register's outcomes to. for each
      *    row the sweep:
      *      - looks for incoming/<name>; an absent file past its
      *        deadline is a MISSING alert, before it an ARRIVING
                05 WS-Expected-Name     pic X(40).
                05 FILLER               pic X(1).
                05 WS-Expected-Deadline pic X(5).
                05 FILLER               pic X(1).
                05 WS-Expected-Supplier pic X(12).
             01 WS-Manifest-Record.
                05 WS-Manifest-Year      pic X(4).
                05 FILLER                pic X(1).
