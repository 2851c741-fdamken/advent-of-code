      *    shared dumpsters and breaks by contiguous work area, which
      *    needs the connected groups, not the pairwise counts
      *    Day-04c already prints.
      *    every pair also carries its weighted workload - the sum
      *    of section-master.txt workload weights over both elves'
      *    sections - each crew shows its load by zone, and the
      *    report closes with a zone summary (pairs working there,
      *    weighted workload, workload per pair), since camp
      *    management allocates crews by zone and by effort rather
      *    than by section count.
       environment division.
           input-output section.
             file-control.
                 organization is line sequential.
      *        pair-to-name resolution, so the crew lists name the
      *        people instead of "pair 17".
               select SectionMaster
                 assign to "section-master.txt"
                 organization is line sequential
                 file status is WS-SecM-Status.
               select PersonnelMaster
                 assign to "personnel-master.txt"
                 organization is line sequential
                01 DetailReport-Line pic X(120).
             fd CrewReport.
                01 CrewReport-Line pic X(100).
             fd SectionMaster.
                01 SectionMaster-Line pic X(80).
             fd PersonnelMaster.
                01 PersonnelMaster-Line pic X(60).
           working-storage section.
             copy "filestat.cpy".
             copy "numval.cpy".
             copy "secmast.cpy".
             01 WS-EOF pic 9 value zero.
             01 WS-Detail-Record.
                05 WS-Detail-LineNo    pic X(8).
                      15 WS-Pair-Lo pic 9(18).
                      15 WS-Pair-Hi pic 9(18).
                   10 WS-Pair-Crew   pic 9(04).
                   10 WS-Pair-Load   pic 9(12)V99.
             01 WS-i pic 9(04).
             01 WS-j pic 9(04).
             01 WS-k pic 9(04).
                05 WS-Header-Lo      pic Z(8).
                05 FILLER            pic X(3) value " - ".
                05 WS-Header-Hi      pic Z(8).
                05 FILLER            pic X(17)
                   value ", weighted load  ".
                05 WS-Header-Load    pic Z(9)9.99.
             01 WS-Member-Row.
                05 FILLER            pic X(8) value "   pair ".
                05 WS-Member-LineNo  pic Z(8).
                05 WS-Member-Name1   pic X(20).
                05 FILLER            pic X(3) value " / ".
                05 WS-Member-Name2   pic X(20).
                05 FILLER            pic X(7) value "  load ".
                05 WS-Member-Load    pic Z(9)9.99.
      *      per-zone load of the crew being written, and of the
      *      whole night for the closing summary.
             01 WS-Crew-Zone-Table.
                05 WS-Crew-Zone-Work pic 9(12)V99 occurs 50 times.
             01 WS-Night-Zone-Table.
                05 WS-Night-Zone occurs 50 times.
                   10 WS-NZ-Pairs pic 9(06).
                   10 WS-NZ-Work  pic 9(12)V99.
             01 WS-Pair-Zone-Table.
                05 WS-Pair-Zone-Work pic 9(12)V99 occurs 50 times.
             01 WS-z pic 9(02).
             01 WS-CrewLoad pic 9(12)V99.
             01 WS-PerPair pic 9(10)V99.
             01 WS-Zone-Row.
                05 FILLER            pic X(8) value "   zone ".
                05 WS-ZRow-Zone      pic X(12).
                05 FILLER            pic X(7) value "  load ".
                05 WS-ZRow-Load      pic Z(9)9.99.
             01 WS-Summary-Row.
                05 WS-Sum-Zone       pic X(12).
                05 FILLER            pic X(2) value "  ".
                05 WS-Sum-Pairs      pic Z(5)9.
                05 FILLER            pic X(10) value " pair(s)  ".
                05 WS-Sum-Work       pic Z(9)9.99.
                05 FILLER            pic X(11) value " load, per ".
                05 FILLER            pic X(6) value "pair  ".
                05 WS-Sum-PerPair    pic Z(7)9.99.
             01 WS-Personnel-Status pic XX.
             88 WS-Personnel-OK    value "00".
             88 WS-Personnel-Error value "30" thru "99".
             01 WS-Pers-No pic 9(8).
       procedure division.
           perform load-personnel-master
           perform load-section-master
           initialize WS-Night-Zone-Table
           open input DetailReport
           if WS-File-Status-Error
             display "Day-04-Crews: no day04c-detail.txt yet - "
               perform write-crew-section
             end-if
           end-perform
           perform write-zone-summary
           close CrewReport
           display WS-PairCount " pair(s) clustered into "
             WS-CrewCount " crew(s) - see day04-crews.txt"
               subtract 1 from WS-PairCount
             else
               move WS-i to WS-Pair-Crew(WS-i)
               perform weigh-pair
               perform varying WS-z from 1 by 1
                       until WS-z > WS-SecM-ZoneCount
                 if WS-Pair-Zone-Work(WS-z) > 0
                   add 1 to WS-NZ-Pairs(WS-z)
                   add WS-Pair-Zone-Work(WS-z) to WS-NZ-Work(WS-z)
                 end-if
               end-perform
             end-if
           .

      *    pair WS-i's weighted load over both elves' ranges, in
      *    total and by zone; a section both elves hold is worked
      *    twice and weighs twice.
           weigh-pair.
             move zero to WS-Pair-Load(WS-i)
             initialize WS-Pair-Zone-Table
             perform varying WS-ri from 1 by 1 until WS-ri > 2
               move WS-Pair-Lo(WS-i, WS-ri) to WS-SecM-Lo
               move WS-Pair-Hi(WS-i, WS-ri) to WS-SecM-Hi
               perform weigh-section-range
               add WS-SecM-Load to WS-Pair-Load(WS-i)
               perform varying WS-z from 1 by 1
                       until WS-z > WS-SecM-ZoneCount
                 add WS-SecM-Zone-Work(WS-z)
                   to WS-Pair-Zone-Work(WS-z)
               end-perform
             end-perform
           .

           parse-detail-field.
             perform validate-numeric-field
             if WS-Numval-Is-Invalid
             move WS-CrewSize to WS-Header-Size
             move WS-CrewLo to WS-Header-Lo
             move WS-CrewHi to WS-Header-Hi
             move zero to WS-CrewLoad
             initialize WS-Crew-Zone-Table
             perform varying WS-j from 1 by 1
                     until WS-j > WS-PairCount
               if WS-Pair-Crew(WS-j) = WS-i
                 add WS-Pair-Load(WS-j) to WS-CrewLoad
                 perform add-crew-zone-work
               end-if
             end-perform
             move WS-CrewLoad to WS-Header-Load
             move WS-Crew-Header to CrewReport-Line
             write CrewReport-Line
             perform varying WS-j from 1 by 1
               if WS-Pair-Crew(WS-j) = WS-i
                 move WS-Pair-LineNo(WS-j) to WS-Member-LineNo
                 perform resolve-member-names
                 move WS-Pair-Load(WS-j) to WS-Member-Load
                 move WS-Member-Row to CrewReport-Line
                 write CrewReport-Line
               end-if
             end-perform
             perform varying WS-z from 1 by 1
                     until WS-z > WS-SecM-ZoneCount
               if WS-Crew-Zone-Work(WS-z) > 0
                 move WS-SecM-Zone-Name(WS-z) to WS-ZRow-Zone
                 move WS-Crew-Zone-Work(WS-z) to WS-ZRow-Load
                 move WS-Zone-Row to CrewReport-Line
                 write CrewReport-Line
               end-if
             end-perform
           .

      *    re-weighs member pair WS-j by zone for its crew's
      *    breakdown - the per-zone figures are not kept per pair.
           add-crew-zone-work.
             perform varying WS-rj from 1 by 1 until WS-rj > 2
               move WS-Pair-Lo(WS-j, WS-rj) to WS-SecM-Lo
               move WS-Pair-Hi(WS-j, WS-rj) to WS-SecM-Hi
               perform weigh-section-range
               perform varying WS-z from 1 by 1
                       until WS-z > WS-SecM-ZoneCount
                 add WS-SecM-Zone-Work(WS-z)
                   to WS-Crew-Zone-Work(WS-z)
               end-perform
             end-perform
           .

           write-zone-summary.
             move spaces to CrewReport-Line
             write CrewReport-Line
             move "workload by zone:" to CrewReport-Line
             write CrewReport-Line
             perform varying WS-z from 1 by 1
                     until WS-z > WS-SecM-ZoneCount
               if WS-NZ-Pairs(WS-z) > 0
                 move WS-SecM-Zone-Name(WS-z) to WS-Sum-Zone
                 move WS-NZ-Pairs(WS-z) to WS-Sum-Pairs
                 move WS-NZ-Work(WS-z) to WS-Sum-Work
                 compute WS-PerPair rounded =
                   WS-NZ-Work(WS-z) / WS-NZ-Pairs(WS-z)
                 move WS-PerPair to WS-Sum-PerPair
                 move WS-Summary-Row to CrewReport-Line
                 write CrewReport-Line
               end-if
             end-perform
           .

           load-personnel-master.
           .

           copy "numvalp.cpy".

           copy "secmastp.cpy".
