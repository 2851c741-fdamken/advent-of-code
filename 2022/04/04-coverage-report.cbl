      *    covered by more than two - which is the cleanup
      *    supervisor's actual question ("which sections are
      *    uncovered tonight") that no other output answers.
      *    an elf on elf-availability.txt for the night (command-line
      *    yyyy-mm-dd, default today) covers nothing: their sections
      *    count only if someone present also holds them, and a
      *    section held only by absent elves is reported as
      *    UNCOVERED - ABSENCE. elves are matched to pair positions
      *    through personnel-master.txt.
      *    sections are then rolled up by zone from
      *    section-master.txt into day04-zone-coverage.txt: each
      *    zone's weighted demand (the sum of its sections'
      *    workload weights), its capacity (elves present and
      *    assigned there, section by section), the pairs working
      *    in it and the demand per pair. a zone whose demand runs
      *    past site-config zone-overload-pct (default 150) percent
      *    of its capacity is flagged OVERLOADED.
       environment division.
           input-output section.
             file-control.
                 file status is WS-File-Status-Code.
               select CoverageReport assign to "day04-coverage.txt"
                 organization is line sequential.
               select ZoneReport
                 assign to "day04-zone-coverage.txt"
                 organization is line sequential.
               select SectionMaster
                 assign to "section-master.txt"
                 organization is line sequential
                 file status is WS-SecM-Status.
               select PersonnelMaster
                 assign to "personnel-master.txt"
                 organization is line sequential
                 file status is WS-Personnel-Status.
               select AvailabilityRegister
                 assign to "elf-availability.txt"
                 organization is line sequential
                 file status is WS-Avail-Status.
       data division.
           file section.
             fd DetailReport.
                01 DetailReport-Line pic X(120).
             fd CoverageReport.
                01 CoverageReport-Line pic X(60).
             fd ZoneReport.
                01 ZoneReport-Line pic X(100).
             fd SectionMaster.
                01 SectionMaster-Line pic X(80).
             fd PersonnelMaster.
                01 PersonnelMaster-Line pic X(60).
             fd AvailabilityRegister.
                01 AvailabilityRegister-Line pic X(50).
           working-storage section.
             copy "filestat.cpy".
             copy "numval.cpy".
             copy "availreg.cpy".
             copy "secmast.cpy".
             01 WS-EOF pic 9 value zero.
             01 WS-Detail-Record.
                05 WS-Detail-LineNo    pic X(8).
             01 WS-MaxSection pic 9(08) value 10000.
             01 WS-Coverage-Table.
                05 WS-Coverage pic 9(06) occurs 10000 times.
      *      elves assigned to the section but away tonight.
             01 WS-Absent-Table.
                05 WS-Absent-Cover pic 9(06) occurs 10000 times.
             01 WS-AbsenceHoleCount pic 9(08) value zero.
             01 WS-Param-Line pic X(20).
             01 WS-CurrentDate pic X(8).
             01 WS-Range-Absent pic 9.
             01 WS-Personnel-Status pic XX.
             88 WS-Personnel-OK    value "00".
             88 WS-Personnel-Error value "30" thru "99".
             01 WS-Personnel-Record.
                05 WS-Pers-PairNo pic X(8).
                05 FILLER         pic X(1).
                05 WS-Pers-Pos    pic X(1).
                05 FILLER         pic X(1).
                05 WS-Pers-ElfId  pic X(8).
                05 FILLER         pic X(1).
                05 WS-Pers-Name   pic X(20).
             01 WS-MaxNamePairs pic 9(04) value 2000.
             01 WS-ElfId-Table.
                05 WS-ElfId-Pair occurs 2000 times.
                   10 WS-ElfId-1 pic X(8).
                   10 WS-ElfId-2 pic X(8).
             01 WS-Pers-EOF pic 9.
             01 WS-Pers-No pic 9(8).
      *      the zone roll-up, one row per zone on the section
      *      master (row 1 UNZONED).
             01 WS-Zone-Totals.
                05 WS-Zone-Total occurs 50 times.
                   10 WS-ZT-Sections  pic 9(08).
                   10 WS-ZT-Uncovered pic 9(08).
                   10 WS-ZT-Demand    pic 9(12)V99.
                   10 WS-ZT-Capacity  pic 9(10).
                   10 WS-ZT-Pairs     pic 9(06).
             01 WS-Pair-Touch-Table.
                05 WS-Pair-Touch pic 9 occurs 50 times.
             01 WS-z pic 9(02).
             01 WS-Overload-Pct pic 9(04) value 150.
             01 WS-OverloadCount pic 9(04) value zero.
             01 WS-PerPair pic 9(10)V99.
             01 WS-Config-Key   pic X(30).
             01 WS-Config-Value pic X(100).
             01 WS-Config-Found pic X(1).
             01 WS-Zone-Row.
                05 WS-ZRow-Zone      pic X(12).
                05 FILLER            pic X(1) value space.
                05 WS-ZRow-Sections  pic Z(7)9.
                05 FILLER            pic X(1) value space.
                05 WS-ZRow-Uncovered pic Z(8)9.
                05 FILLER            pic X(1) value space.
                05 WS-ZRow-Demand    pic Z(11)9.99.
                05 FILLER            pic X(1) value space.
                05 WS-ZRow-Capacity  pic Z(7)9.
                05 FILLER            pic X(1) value space.
                05 WS-ZRow-Pairs     pic Z(5)9.
                05 FILLER            pic X(1) value space.
                05 WS-ZRow-PerPair   pic Z(7)9.99.
                05 FILLER            pic X(1) value space.
                05 WS-ZRow-Flag      pic X(10).
             01 WS-HighSection pic 9(08) value zero.
             01 WS-OverflowCount pic 9(08) value zero.
             01 WS-s pic 9(08).
                05 WS-Coverage-Note    pic X(20).
       procedure division.
           initialize WS-Coverage-Table
           initialize WS-Absent-Table
           accept WS-Param-Line from command-line
           if WS-Param-Line = spaces
             move function current-date(1:8) to WS-CurrentDate
             string WS-CurrentDate(1:4) "-" WS-CurrentDate(5:2) "-"
                    WS-CurrentDate(7:2)
               delimited by size into WS-Avail-Night
           else
             move WS-Param-Line(1:10) to WS-Avail-Night
           end-if
           perform load-personnel-master
           perform load-availability-register
           perform load-section-master
           initialize WS-Zone-Totals
           move "zone-overload-pct" to WS-Config-Key
           move spaces to WS-Config-Value
           call "Site-Config" using WS-Config-Key WS-Config-Value
             WS-Config-Found
           if WS-Config-Found = "Y"
             move WS-Config-Value(1:20) to WS-Numval-Input
             perform validate-numeric-field
             if WS-Numval-Is-Valid and WS-Numval-Result > 0
                and WS-Numval-Result <= 9999
               move WS-Numval-Result to WS-Overload-Pct
             end-if
           end-if
           open input DetailReport
           if WS-File-Status-Error
             display "Day-04-Coverage: no day04c-detail.txt yet - "
             move WS-s to WS-Coverage-Section
             move WS-Coverage(WS-s) to WS-Coverage-Elves
             evaluate true
               when WS-Coverage(WS-s) = 0
                    and WS-Absent-Cover(WS-s) > 0
                 add 1 to WS-UncoveredCount
                 add 1 to WS-AbsenceHoleCount
                 move "UNCOVERED - ABSENCE" to WS-Coverage-Note
               when WS-Coverage(WS-s) = 0
                 add 1 to WS-UncoveredCount
                 move "UNCOVERED" to WS-Coverage-Note
             end-evaluate
             move WS-Coverage-Row to CoverageReport-Line
             write CoverageReport-Line
             move WS-s to WS-SecM-Section
             perform find-section-zone
             move WS-SecM-Zone-i to WS-z
             add 1 to WS-ZT-Sections(WS-z)
             add WS-SecM-Weight to WS-ZT-Demand(WS-z)
             add WS-Coverage(WS-s) to WS-ZT-Capacity(WS-z)
             if WS-Coverage(WS-s) = 0
               add 1 to WS-ZT-Uncovered(WS-z)
             end-if
           end-perform
           close CoverageReport
           perform write-zone-report
           display "coverage for sections 1-" WS-HighSection
             " from " WS-PairCount " pair(s): "
             WS-UncoveredCount " uncovered, " WS-CrowdedCount
             " with more than two elves - see day04-coverage.txt"
           if WS-AbsenceHoleCount > 0
             display WS-AbsenceHoleCount " of the uncovered "
               "section(s) are held only by elves away on "
               WS-Avail-Night
           end-if
           if WS-OverflowCount > 0
             display WS-OverflowCount " section number(s) past "
               WS-MaxSection " left off the report"
           end-if
           display WS-OverloadCount " zone(s) over "
             WS-Overload-Pct "% of capacity - see "
             "day04-zone-coverage.txt"
           if WS-SecM-BadCount > 0
             display WS-SecM-BadCount " unreadable row(s) on "
               "section-master.txt skipped"
           end-if
           goback.

           tally-detail-row.
             add 1 to WS-PairCount
             initialize WS-Pair-Touch-Table
             move zero to WS-Pers-No
             if function test-numval(WS-Detail-LineNo) = zero
               move function numval(WS-Detail-LineNo) to WS-Pers-No
             end-if
             move spaces to WS-Avail-ElfId
             if WS-Pers-No >= 1 and WS-Pers-No <= WS-MaxNamePairs
               move WS-ElfId-1(WS-Pers-No) to WS-Avail-ElfId
             end-if
             perform check-elf-absent
             move WS-Avail-Absent to WS-Range-Absent
             move WS-Detail-AElve1 to WS-Numval-Input
             perform validate-numeric-field
             if WS-Numval-Is-Invalid
             end-if
             move WS-Numval-Result to WS-Hi
             perform tally-section-range
             perform touch-zones
             move spaces to WS-Avail-ElfId
             if WS-Pers-No >= 1 and WS-Pers-No <= WS-MaxNamePairs
               move WS-ElfId-2(WS-Pers-No) to WS-Avail-ElfId
             end-if
             perform check-elf-absent
             move WS-Avail-Absent to WS-Range-Absent
             move WS-Detail-BElve1 to WS-Numval-Input
             perform validate-numeric-field
             if WS-Numval-Is-Invalid
             end-if
             move WS-Numval-Result to WS-Hi
             perform tally-section-range
             perform touch-zones
             perform varying WS-z from 1 by 1
                     until WS-z > WS-SecM-ZoneCount
               add WS-Pair-Touch(WS-z) to WS-ZT-Pairs(WS-z)
             end-perform
           .

      *    a pair counts once in every zone either elf works in.
           touch-zones.
             move WS-Lo to WS-SecM-Lo
             move WS-Hi to WS-SecM-Hi
             perform weigh-section-range
             perform varying WS-z from 1 by 1
                     until WS-z > WS-SecM-ZoneCount
               if WS-SecM-Zone-Sections(WS-z) > 0
                 move 1 to WS-Pair-Touch(WS-z)
               end-if
             end-perform
           .

           write-zone-report.
             open output ZoneReport
             move spaces to ZoneReport-Line
             string "zone         sections uncovered"
               " weighted demand capacity  pairs"
               " demand/pair"
               delimited by size into ZoneReport-Line
             write ZoneReport-Line
             perform varying WS-z from 1 by 1
                     until WS-z > WS-SecM-ZoneCount
               if WS-ZT-Sections(WS-z) > 0
                 perform write-zone-row
               end-if
             end-perform
             close ZoneReport
           .

           write-zone-row.
             initialize WS-Zone-Row
             move WS-SecM-Zone-Name(WS-z) to WS-ZRow-Zone
             move WS-ZT-Sections(WS-z) to WS-ZRow-Sections
             move WS-ZT-Uncovered(WS-z) to WS-ZRow-Uncovered
             move WS-ZT-Demand(WS-z) to WS-ZRow-Demand
             move WS-ZT-Capacity(WS-z) to WS-ZRow-Capacity
             move WS-ZT-Pairs(WS-z) to WS-ZRow-Pairs
             move zero to WS-PerPair
             if WS-ZT-Pairs(WS-z) > 0
               compute WS-PerPair rounded =
                 WS-ZT-Demand(WS-z) / WS-ZT-Pairs(WS-z)
             end-if
             move WS-PerPair to WS-ZRow-PerPair
             if WS-ZT-Demand(WS-z) * 100
                  > WS-ZT-Capacity(WS-z) * WS-Overload-Pct
               add 1 to WS-OverloadCount
               move "OVERLOADED" to WS-ZRow-Flag
             end-if
             move WS-Zone-Row to ZoneReport-Line
             write ZoneReport-Line
           .

           tally-section-range.
             perform varying WS-s from WS-Lo by 1
                     until WS-s > WS-Hi
               if WS-s >= 1 and WS-s <= WS-MaxSection
                 if WS-Range-Absent = 1
                   add 1 to WS-Absent-Cover(WS-s)
                 else
                   add 1 to WS-Coverage(WS-s)
                 end-if
                 if WS-s > WS-HighSection
                   move WS-s to WS-HighSection
                 end-if
             end-perform
           .

           load-personnel-master.
             initialize WS-ElfId-Table
             move zero to WS-Pers-EOF
             open input PersonnelMaster
             if WS-Personnel-Error
               exit paragraph
             end-if
             perform until WS-Pers-EOF = 1
               read PersonnelMaster into WS-Personnel-Record
                 at end move 1 to WS-Pers-EOF
                 not at end
                   if function test-numval(WS-Pers-PairNo) = zero
                     move function numval(WS-Pers-PairNo)
                       to WS-Pers-No
                     if WS-Pers-No >= 1
                        and WS-Pers-No <= WS-MaxNamePairs
                       if WS-Pers-Pos = "1"
                         move WS-Pers-ElfId
                           to WS-ElfId-1(WS-Pers-No)
                       else
                         move WS-Pers-ElfId
                           to WS-ElfId-2(WS-Pers-No)
                       end-if
                     end-if
                   end-if
               end-read
             end-perform
             close PersonnelMaster
           .

           copy "numvalp.cpy".

           copy "availregp.cpy".

           copy "secmastp.cpy".
