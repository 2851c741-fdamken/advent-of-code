       identification division.
           program-id. Day-04-Absence-Impact.
      *    the night's absence-impact list for the cleanup
      *    supervisors, so the holes left by leave, sickness and
      *    secondments are seen before the shift rather than the
      *    next morning. for every elf on elf-availability.txt for
      *    the night (command-line yyyy-mm-dd, default today) it
      *    finds their pair position on personnel-master.txt and
      *    their sections on day04c-detail.txt, and says whether the
      *    pair partner still covers them: COVERED BY PARTNER,
      *    PARTLY COVERED (with the count of sections left), NOT
      *    COVERED, or PARTNER ALSO AWAY. elves away but not on the
      *    personnel master, or with no assignment that night, are
      *    listed too so the register can be tidied. output to
      *    day04-absence-impact.txt and the console; returns 4 when
      *    any section is left uncovered.
       environment division.
           input-output section.
             file-control.
               select AvailabilityRegister
                 assign to "elf-availability.txt"
                 organization is line sequential
                 file status is WS-Avail-Status.
               select PersonnelMaster
                 assign to "personnel-master.txt"
                 organization is line sequential
                 file status is WS-Personnel-Status.
               select DetailReport assign to "day04c-detail.txt"
                 organization is line sequential
                 file status is WS-File-Status-Code.
               select ImpactReport
                 assign to "day04-absence-impact.txt"
                 organization is line sequential.
       data division.
           file section.
             fd AvailabilityRegister.
                01 AvailabilityRegister-Line pic X(50).
             fd PersonnelMaster.
                01 PersonnelMaster-Line pic X(60).
             fd DetailReport.
                01 DetailReport-Line pic X(120).
             fd ImpactReport.
                01 ImpactReport-Line pic X(132).
           working-storage section.
             copy "filestat.cpy".
             copy "numval.cpy".
             copy "availreg.cpy".
             01 WS-EOF pic 9 value zero.
             01 WS-Param-Line pic X(20).
             01 WS-CurrentDate pic X(8).
             01 WS-Detail-Record.
                05 WS-Detail-LineNo    pic X(8).
                05 FILLER              pic X(1).
                05 WS-Detail-AElve1    pic X(18).
                05 FILLER              pic X(1).
                05 WS-Detail-AElve2    pic X(18).
                05 FILLER              pic X(1).
                05 WS-Detail-BElve1    pic X(18).
                05 FILLER              pic X(1).
                05 WS-Detail-BElve2    pic X(18).
      *      each pair's two ranges from the detail file, by pair
      *      number; a pair not on the file has no work tonight.
             01 WS-MaxPairs pic 9(04) value 2000.
             01 WS-Range-Table.
                05 WS-Range-Pair occurs 2000 times.
                   10 WS-Range-Loaded pic 9.
                   10 WS-Range occurs 2 times.
                      15 WS-Range-Lo pic 9(18).
                      15 WS-Range-Hi pic 9(18).
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
             01 WS-PersCount pic 9(04) value zero.
             01 WS-Pers-Table.
                05 WS-Pers-Entry occurs 0 to 4000 times
                     depending on WS-PersCount.
                   10 WS-PT-PairNo pic 9(08).
                   10 WS-PT-Pos    pic 9.
                   10 WS-PT-ElfId  pic X(8).
                   10 WS-PT-Name   pic X(20).
             01 WS-Pers-EOF pic 9.
             01 WS-p pic 9(04).
             01 WS-a pic 9(04).
             01 WS-Pair-No pic 9(08).
             01 WS-Own pic 9.
             01 WS-Other pic 9.
             01 WS-q pic 9(04).
             01 WS-Elf-Found pic 9.
             01 WS-Ov-Lo pic 9(18).
             01 WS-Ov-Hi pic 9(18).
             01 WS-Own-Size pic 9(18).
             01 WS-Ov-Size pic 9(18).
             01 WS-Left-Size pic 9(18).
             01 WS-AbsentCount pic 9(06) value zero.
             01 WS-HoleCount pic 9(06) value zero.
             01 WS-HoleSections pic 9(10) value zero.
             01 WS-Left-Disp pic Z(7)9.
             01 WS-Impact-Row.
                05 WS-Imp-ElfId    pic X(8).
                05 FILLER          pic X(2) value "  ".
                05 WS-Imp-Name     pic X(20).
                05 FILLER          pic X(7) value "  pair ".
                05 WS-Imp-PairNo   pic Z(7)9.
                05 FILLER          pic X(1) value "/".
                05 WS-Imp-Pos      pic 9.
                05 FILLER          pic X(2) value "  ".
                05 WS-Imp-Reason   pic X(12).
                05 FILLER          pic X(11) value "  sections ".
                05 WS-Imp-Lo       pic Z(7)9.
                05 FILLER          pic X(1) value "-".
                05 WS-Imp-Hi       pic Z(7)9.
                05 FILLER          pic X(2) value "  ".
                05 WS-Imp-Status   pic X(40).
       procedure division.
           accept WS-Param-Line from command-line
           if WS-Param-Line = spaces
             move function current-date(1:8) to WS-CurrentDate
             string WS-CurrentDate(1:4) "-" WS-CurrentDate(5:2) "-"
                    WS-CurrentDate(7:2)
               delimited by size into WS-Avail-Night
           else
             move WS-Param-Line(1:10) to WS-Avail-Night
           end-if
           perform load-availability-register
           perform load-personnel-master
           initialize WS-Range-Table
           open input DetailReport
           if WS-File-Status-Error
             display "Day-04-Absence-Impact: no day04c-detail.txt yet "
               "- run Day-04c first"
             move 8 to return-code
             goback
           end-if
           perform until WS-EOF = 1
             read DetailReport into WS-Detail-Record
               at end move 1 to WS-EOF
               not at end perform load-detail-row
             end-read
           end-perform
           close DetailReport
           open output ImpactReport
           move spaces to ImpactReport-Line
           string "absence impact for the night of " WS-Avail-Night
             delimited by size into ImpactReport-Line
           write ImpactReport-Line
           move spaces to ImpactReport-Line
           write ImpactReport-Line
           perform varying WS-a from 1 by 1
                   until WS-a > WS-AvailCount
             if WS-AvT-From(WS-a) <= WS-Avail-Night
                and WS-AvT-To(WS-a) >= WS-Avail-Night
               add 1 to WS-AbsentCount
               perform report-absent-elf
             end-if
           end-perform
           if WS-AbsentCount = 0
             move "  nobody on the availability register tonight"
               to ImpactReport-Line
             write ImpactReport-Line
           end-if
           close ImpactReport
           display WS-AbsentCount " elf(s) away on " WS-Avail-Night
             ", " WS-HoleCount " leaving " WS-HoleSections
             " section(s) uncovered - see day04-absence-impact.txt"
           if WS-HoleCount > 0
             move 4 to return-code
           end-if
           goback.

           load-personnel-master.
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
                      and (WS-Pers-Pos = "1" or WS-Pers-Pos = "2")
                      and WS-PersCount < 4000
                     add 1 to WS-PersCount
                     move function numval(WS-Pers-PairNo)
                       to WS-PT-PairNo(WS-PersCount)
                     move WS-Pers-Pos to WS-PT-Pos(WS-PersCount)
                     move WS-Pers-ElfId to WS-PT-ElfId(WS-PersCount)
                     move WS-Pers-Name to WS-PT-Name(WS-PersCount)
                   end-if
               end-read
             end-perform
             close PersonnelMaster
           .

           load-detail-row.
             move WS-Detail-LineNo to WS-Numval-Input
             perform validate-numeric-field
             if WS-Numval-Is-Invalid or WS-Numval-Result < 1
                or WS-Numval-Result > WS-MaxPairs
               exit paragraph
             end-if
             move WS-Numval-Result to WS-Pair-No
             move WS-Detail-AElve1 to WS-Numval-Input
             perform validate-numeric-field
             if WS-Numval-Is-Invalid
               exit paragraph
             end-if
             move WS-Numval-Result to WS-Range-Lo(WS-Pair-No, 1)
             move WS-Detail-AElve2 to WS-Numval-Input
             perform validate-numeric-field
             if WS-Numval-Is-Invalid
               exit paragraph
             end-if
             move WS-Numval-Result to WS-Range-Hi(WS-Pair-No, 1)
             move WS-Detail-BElve1 to WS-Numval-Input
             perform validate-numeric-field
             if WS-Numval-Is-Invalid
               exit paragraph
             end-if
             move WS-Numval-Result to WS-Range-Lo(WS-Pair-No, 2)
             move WS-Detail-BElve2 to WS-Numval-Input
             perform validate-numeric-field
             if WS-Numval-Is-Invalid
               exit paragraph
             end-if
             move WS-Numval-Result to WS-Range-Hi(WS-Pair-No, 2)
             move 1 to WS-Range-Loaded(WS-Pair-No)
           .

      *    one row per pair position the absent elf holds; an elf
      *    not on the master at all still gets a row.
           report-absent-elf.
             move 0 to WS-Elf-Found
             perform varying WS-p from 1 by 1
                     until WS-p > WS-PersCount
               if WS-PT-ElfId(WS-p) = WS-AvT-ElfId(WS-a)
                 move 1 to WS-Elf-Found
                 perform report-absent-position
               end-if
             end-perform
             if WS-Elf-Found = 0
               initialize WS-Impact-Row
               move WS-AvT-ElfId(WS-a) to WS-Imp-ElfId
               move WS-AvT-Reason(WS-a) to WS-Imp-Reason
               move "NOT ON PERSONNEL MASTER" to WS-Imp-Status
               move WS-Impact-Row to ImpactReport-Line
               write ImpactReport-Line
             end-if
           .

           report-absent-position.
             initialize WS-Impact-Row
             move WS-AvT-ElfId(WS-a) to WS-Imp-ElfId
             move WS-PT-Name(WS-p) to WS-Imp-Name
             move WS-PT-PairNo(WS-p) to WS-Imp-PairNo
             move WS-PT-Pos(WS-p) to WS-Imp-Pos
             move WS-AvT-Reason(WS-a) to WS-Imp-Reason
             move zero to WS-Imp-Lo
             move zero to WS-Imp-Hi
             move WS-PT-PairNo(WS-p) to WS-Pair-No
             if WS-Pair-No < 1 or WS-Pair-No > WS-MaxPairs
               move "NO ASSIGNMENT TONIGHT" to WS-Imp-Status
               perform write-impact-row
               exit paragraph
             end-if
             if WS-Range-Loaded(WS-Pair-No) = 0
               move "NO ASSIGNMENT TONIGHT" to WS-Imp-Status
               perform write-impact-row
               exit paragraph
             end-if
             move WS-PT-Pos(WS-p) to WS-Own
             if WS-Own = 1
               move 2 to WS-Other
             else
               move 1 to WS-Other
             end-if
             move WS-Range-Lo(WS-Pair-No, WS-Own) to WS-Imp-Lo
             move WS-Range-Hi(WS-Pair-No, WS-Own) to WS-Imp-Hi
             compute WS-Own-Size = WS-Range-Hi(WS-Pair-No, WS-Own)
               - WS-Range-Lo(WS-Pair-No, WS-Own) + 1
             perform check-partner-away
             if WS-Avail-Absent = 1
               move WS-Own-Size to WS-Left-Size
               move "PARTNER ALSO AWAY" to WS-Imp-Status
               perform note-hole
               perform write-impact-row
               exit paragraph
             end-if
             move WS-Range-Lo(WS-Pair-No, WS-Own) to WS-Ov-Lo
             if WS-Range-Lo(WS-Pair-No, WS-Other) > WS-Ov-Lo
               move WS-Range-Lo(WS-Pair-No, WS-Other) to WS-Ov-Lo
             end-if
             move WS-Range-Hi(WS-Pair-No, WS-Own) to WS-Ov-Hi
             if WS-Range-Hi(WS-Pair-No, WS-Other) < WS-Ov-Hi
               move WS-Range-Hi(WS-Pair-No, WS-Other) to WS-Ov-Hi
             end-if
             move zero to WS-Ov-Size
             if WS-Ov-Lo <= WS-Ov-Hi
               compute WS-Ov-Size = WS-Ov-Hi - WS-Ov-Lo + 1
             end-if
             compute WS-Left-Size = WS-Own-Size - WS-Ov-Size
             evaluate true
               when WS-Left-Size = 0
                 move "COVERED BY PARTNER" to WS-Imp-Status
               when WS-Ov-Size = 0
                 move "NOT COVERED" to WS-Imp-Status
                 perform note-hole
               when other
                 move WS-Left-Size to WS-Left-Disp
                 string "PARTLY COVERED, "
                   function trim(WS-Left-Disp) " section(s) left"
                   delimited by size into WS-Imp-Status
                 perform note-hole
             end-evaluate
             perform write-impact-row
           .

      *    the partner is whoever holds the other position of the
      *    same pair on the master.
           check-partner-away.
             move spaces to WS-Avail-ElfId
             perform varying WS-q from 1 by 1
                     until WS-q > WS-PersCount
               if WS-PT-PairNo(WS-q) = WS-Pair-No
                  and WS-PT-Pos(WS-q) = WS-Other
                 move WS-PT-ElfId(WS-q) to WS-Avail-ElfId
                 exit perform
               end-if
             end-perform
             perform check-elf-absent
           .

           write-impact-row.
             move WS-Impact-Row to ImpactReport-Line
             write ImpactReport-Line
             display ImpactReport-Line(1:132)
           .

           note-hole.
             add 1 to WS-HoleCount
             add WS-Left-Size to WS-HoleSections
           .

           copy "numvalp.cpy".

           copy "availregp.cpy".
