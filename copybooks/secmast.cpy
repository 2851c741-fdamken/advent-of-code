      *    shared record layout and lookup tables for
      *    section-master.txt, which maps camp section numbers to
      *    named zones with a relative workload weight (1.00 is an
      *    ordinary section; the mess hall is heavier, open field
      *    lighter). one row per run of sections: first section,
      *    last section, zone, weight as 9.99, description. runs
      *    must not overlap; a section on no row is zone UNZONED at
      *    weight 1.00. paired with the paragraphs in secmastp.cpy:
      *      load-section-master   fills the tables from the
      *                            program's SectionMaster file
      *      find-section-zone     zone and weight of WS-SecM-Section
      *      weigh-section-range   weighted workload of the sections
      *                            WS-SecM-Lo thru WS-SecM-Hi, in
      *                            total and by zone
             01 WS-SecM-Status pic XX.
             88 WS-SecM-OK    value "00".
             88 WS-SecM-Error value "30" thru "99".
             01 WS-SecM-Record.
                05 WS-SecRec-Lo     pic X(8).
                05 FILLER           pic X(1).
                05 WS-SecRec-Hi     pic X(8).
                05 FILLER           pic X(1).
                05 WS-SecRec-Zone   pic X(12).
                05 FILLER           pic X(1).
                05 WS-SecRec-Weight pic X(5).
                05 FILLER           pic X(1).
                05 WS-SecRec-Desc   pic X(30).
             01 WS-SecM-EOF pic 9.
             01 WS-SecM-BadCount pic 9(04) value zero.
             01 WS-SecM-RunCount pic 9(04) value zero.
             01 WS-SecM-Run-Table.
                05 WS-SecM-Run occurs 0 to 200 times
                     depending on WS-SecM-RunCount.
                   10 WS-SecM-Run-Lo     pic 9(08).
                   10 WS-SecM-Run-Hi     pic 9(08).
                   10 WS-SecM-Run-Zone   pic 9(02).
                   10 WS-SecM-Run-Weight pic 9(02)V99.
      *      zone 1 is always UNZONED; named zones follow in the
      *      order the master first mentions them.
             01 WS-SecM-ZoneCount pic 9(02) value zero.
             01 WS-SecM-Zone-Table.
                05 WS-SecM-Zone occurs 50 times.
                   10 WS-SecM-Zone-Name     pic X(12).
                   10 WS-SecM-Zone-Sections pic 9(10).
                   10 WS-SecM-Zone-Work     pic 9(12)V99.
             01 WS-SecM-r pic 9(04).
             01 WS-SecM-z pic 9(02).
             01 WS-SecM-Section pic 9(08).
             01 WS-SecM-Zone-i pic 9(02).
             01 WS-SecM-Weight pic 9(02)V99.
             01 WS-SecM-Lo pic 9(18).
             01 WS-SecM-Hi pic 9(18).
             01 WS-SecM-Ov-Lo pic 9(18).
             01 WS-SecM-Ov-Hi pic 9(18).
             01 WS-SecM-Ov-Size pic 9(18).
             01 WS-SecM-Zoned pic 9(18).
             01 WS-SecM-Load pic 9(14)V99.
