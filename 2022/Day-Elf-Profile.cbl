       identification division.
           program-id. Day-Elf-Profile.
      *    answers "what do we know about elf ELF00101?" in one go.
      *    field teams ask about a person, not a record number, and
      *    the same elf is a roster number on Day 01, a rucksack line
      *    and badge group on Day 03 and a pair position on Day 04;
      *    elf-crosswalk.txt ties those together, and this inquiry
      *    follows each tie to the day's own store:
      *      - Day 01: calories carried, off day01-elf-roster.dat
      *      - Day 03: the rucksack's compartment duplicate and the
      *        badge group's badge item with their priorities, off
      *        day03c-priorities.txt
      *      - Day 04: the cleanup sections assigned, off
      *        assignment-master.dat
      *      - open exceptions: the rows the latest Day-03c and
      *        Day-04c runs raised against the elf's rucksack line,
      *        badge group or pair (suppressed and informational rows
      *        left out). the latest run of each is the last one on
      *        run-history.txt for this base camp, so a later clean
      *        run leaves nothing open, and another camp's rows are
      *        never shown. Day-01 rejects are raised against input
      *        lines before any elf number exists, so they cannot be
      *        put down to one elf.
      *    the elf id comes from the first command-line parameter,
      *    or is prompted for when none is given.
       environment division.
           input-output section.
             file-control.
               select CrosswalkMaster
                 assign to "elf-crosswalk.txt"
                 organization is line sequential
                 file status is WS-Crosswalk-Status.
               select ElveRoster assign to "day01-elf-roster.dat"
                 organization is relative
                 access mode is dynamic
                 relative key is WS-ElveRoster-Key
                 file status is WS-ElveRoster-Status.
               select PriorityReport
                 assign to "day03c-priorities.txt"
                 organization is line sequential
                 file status is WS-Priority-Status.
               select AssignmentMaster
                 assign to "assignment-master.dat"
                 organization is indexed
                 access mode is dynamic
                 record key is AM-PairNo
                 file status is WS-Master-Status.
               select ExceptionLedger assign to "exceptions-ledger.txt"
                 organization is line sequential
                 file status is WS-File-Status-Code.
               select RunHistory assign to "run-history.txt"
                 organization is line sequential
                 file status is WS-History-Status.
       data division.
           file section.
             fd CrosswalkMaster.
                01 CrosswalkMaster-Line pic X(60).
             fd ElveRoster.
                01 ElveRoster-Record pic 9(8).
             fd PriorityReport.
                01 PriorityReport-Line pic X(60).
             fd AssignmentMaster.
                01 AssignmentMaster-Record.
                   05 AM-PairNo  pic 9(8).
                   05 AM-Elve1Lo pic 9(18).
                   05 AM-Elve1Hi pic 9(18).
                   05 AM-Elve2Lo pic 9(18).
                   05 AM-Elve2Hi pic 9(18).
             fd ExceptionLedger.
                01 ExceptionLedger-Line pic X(180).
             fd RunHistory.
                01 RunHistory-Line pic X(120).
           working-storage section.
             copy "filestat.cpy".
             copy "xwalk.cpy".
             copy "exceplg.cpy".
             copy "runhist.cpy".
             01 WS-Crosswalk-Status pic XX.
             88 WS-Crosswalk-OK    value "00".
             88 WS-Crosswalk-Error value "30" thru "99".
             01 WS-ElveRoster-Key pic 9(8).
             01 WS-ElveRoster-Status pic XX.
             88 WS-ElveRoster-OK    value "00".
             88 WS-ElveRoster-Error value "30" thru "99".
             01 WS-Priority-Status pic XX.
             88 WS-Priority-OK    value "00".
             88 WS-Priority-Error value "30" thru "99".
             01 WS-Master-Status pic XX.
             88 WS-Master-OK    value "00".
             88 WS-Master-Error value "23", "30" thru "99".
             01 WS-EOF pic 9 value zero.
             01 WS-Param pic X(16).
             01 WS-ElfId pic X(8).
             01 WS-Found pic 9 value zero.
             01 WS-Calories-Disp pic Z(8).
      *      Day-03 badge groups are three consecutive rucksack lines.
             01 WS-GroupSize pic 9(02) value 3.
             01 WS-GroupNo pic 9(8) value zero.
             01 WS-Priority-Line.
                05 WS-Priority-Kind   pic X(11).
                05 WS-Priority-LineNo pic X(8).
                05 FILLER             pic X(1).
                05 WS-Priority-Item   pic X(1).
                05 FILLER             pic X(1).
                05 WS-Priority-Value  pic X(10).
                05 FILLER             pic X(3).
                05 WS-Priority-Weight pic X(3).
             01 WS-Priority-No pic 9(8).
             01 WS-Priority-Hits pic 9(4) value zero.
             01 WS-Section-Lo pic 9(18).
             01 WS-Section-Hi pic 9(18).
             01 WS-Section-Lo-Disp pic Z(17)9.
             01 WS-Section-Hi-Disp pic Z(17)9.
      *      exception rows the latest run of each program raised
      *      against this elf, for this base camp only.
             01 WS-Exc-Count pic 9(4) value zero.
             01 WS-Exc-Dropped pic 9(4) value zero.
             01 WS-Exc-Table.
                05 WS-Exc-Row occurs 200 times.
                   10 WS-Exc-Program pic X(10).
                   10 WS-Exc-RunId   pic X(15).
                   10 WS-Exc-Line    pic X(180).
             01 WS-x pic 9(4).
             01 WS-Latest-03-RunId pic X(15) value spaces.
             01 WS-Latest-04-RunId pic X(15) value spaces.
             01 WS-Exc-LineNo pic 9(8).
             01 WS-Exc-Match pic 9.
             01 WS-Open-Count pic 9(4) value zero.
             01 WS-History-Status pic XX.
             88 WS-History-OK    value "00".
             88 WS-History-Error value "30" thru "99".
      *      the base camp being profiled (Site-Context: AOC_SITE,
      *      else the home camp); a row with no site is the home
      *      camp's.
             01 WS-Site-Mode pic X(1) value "C".
             01 WS-Site-Code pic X(6).
             01 WS-Home-Site pic X(6).
             01 WS-Site-Path pic X(100).
       procedure division.
           accept WS-Param from command-line
           if WS-Param = spaces
             display "elf id: " with no advancing
             accept WS-Param from console
           end-if
           move function upper-case(WS-Param) to WS-ElfId
           if WS-ElfId = spaces
             display "Day-Elf-Profile: no elf id given"
             goback
           end-if
           call "Site-Context" using WS-Site-Mode WS-Site-Code
             WS-Site-Path
           move "H" to WS-Site-Mode
           call "Site-Context" using WS-Site-Mode WS-Home-Site
             WS-Site-Path
           perform find-crosswalk-row
           if WS-Found = 0
             goback
           end-if
           display "elf " function trim(WS-Xwalk-ElfId) " - "
             function trim(WS-Xwalk-Name)
           perform show-day01-profile
           perform show-day03-profile
           perform show-day04-profile
           perform show-open-exceptions
           goback.

           find-crosswalk-row.
             move 0 to WS-Found
             open input CrosswalkMaster
             if WS-Crosswalk-Error
               display "Day-Elf-Profile: no elf-crosswalk.txt yet - "
                 "set one up with Day-Crosswalk-Maint"
               exit paragraph
             end-if
             perform until WS-EOF = 1 or WS-Found = 1
               read CrosswalkMaster into WS-Crosswalk-Record
                 at end move 1 to WS-EOF
                 not at end
                   if WS-Xwalk-ElfId = WS-ElfId
                     move 1 to WS-Found
                   end-if
               end-read
             end-perform
             close CrosswalkMaster
             move zero to WS-EOF
             if WS-Found = 0
               display "elf " function trim(WS-ElfId)
                 " is not on the elf crosswalk"
             end-if
           .

           show-day01-profile.
             if WS-Xwalk-Day01-ElfNo = zero
               display "  day 01: not on the calorie roster"
               exit paragraph
             end-if
             open input ElveRoster
             if WS-ElveRoster-Error
               display "  day 01: elf " WS-Xwalk-Day01-ElfNo
                 " - no day01-elf-roster.dat yet"
               exit paragraph
             end-if
             move WS-Xwalk-Day01-ElfNo to WS-ElveRoster-Key
             read ElveRoster
               invalid key
                 display "  day 01: elf " WS-Xwalk-Day01-ElfNo
                   " is not on the roster"
               not invalid key
                 move ElveRoster-Record to WS-Calories-Disp
                 display "  day 01: elf " WS-Xwalk-Day01-ElfNo
                   " carries" WS-Calories-Disp " calories"
             end-read
             close ElveRoster
           .

           show-day03-profile.
             if WS-Xwalk-Day03-Line = zero
               display "  day 03: no rucksack on file"
               exit paragraph
             end-if
             compute WS-GroupNo =
               (WS-Xwalk-Day03-Line - 1) / WS-GroupSize + 1
             display "  day 03: rucksack line " WS-Xwalk-Day03-Line
               ", badge group " WS-GroupNo
             open input PriorityReport
             if WS-Priority-Error
               display "          no day03c-priorities.txt yet"
               exit paragraph
             end-if
             perform until WS-EOF = 1
               read PriorityReport into WS-Priority-Line
                 at end move 1 to WS-EOF
                 not at end perform check-priority-line
               end-read
             end-perform
             close PriorityReport
             move zero to WS-EOF
             if WS-Priority-Hits = 0
               display "          no duplicate or badge priority "
                 "recorded"
             end-if
           .

           check-priority-line.
             if function test-numval(WS-Priority-LineNo) not = zero
               exit paragraph
             end-if
             move function numval(WS-Priority-LineNo)
               to WS-Priority-No
             if WS-Priority-Kind = "compartment"
                and WS-Priority-No = WS-Xwalk-Day03-Line
               add 1 to WS-Priority-Hits
               display "          compartment duplicate '"
                 WS-Priority-Item "' priority "
                 function trim(WS-Priority-Value)
             end-if
             if WS-Priority-Kind = "group"
                and WS-Priority-No = WS-GroupNo
               add 1 to WS-Priority-Hits
               display "          group badge '"
                 WS-Priority-Item "' priority "
                 function trim(WS-Priority-Value)
             end-if
           .

           show-day04-profile.
             if WS-Xwalk-Day04-PairNo = zero
               display "  day 04: no cleanup pair on file"
               exit paragraph
             end-if
             open input AssignmentMaster
             if WS-Master-Error
               display "  day 04: pair " WS-Xwalk-Day04-PairNo
                 " position " WS-Xwalk-Day04-Pos
                 " - no assignment-master.dat yet"
               exit paragraph
             end-if
             move WS-Xwalk-Day04-PairNo to AM-PairNo
             read AssignmentMaster
               invalid key
                 display "  day 04: pair " WS-Xwalk-Day04-PairNo
                   " has no assignment on file"
               not invalid key
                 if WS-Xwalk-Day04-Pos = "2"
                   move AM-Elve2Lo to WS-Section-Lo
                   move AM-Elve2Hi to WS-Section-Hi
                 else
                   move AM-Elve1Lo to WS-Section-Lo
                   move AM-Elve1Hi to WS-Section-Hi
                 end-if
                 move WS-Section-Lo to WS-Section-Lo-Disp
                 move WS-Section-Hi to WS-Section-Hi-Disp
                 display "  day 04: pair " WS-Xwalk-Day04-PairNo
                   " position " WS-Xwalk-Day04-Pos " cleans sections "
                   function trim(WS-Section-Lo-Disp) "-"
                   function trim(WS-Section-Hi-Disp)
             end-read
             close AssignmentMaster
           .

      *    only the latest run's rows are open - a row from an
      *    earlier run has either been repaired or raised again, and
      *    a latest run that raised nothing leaves nothing open.
           show-open-exceptions.
             perform find-latest-runs
             if WS-Latest-03-RunId = spaces
                and WS-Latest-04-RunId = spaces
               display "  exceptions: no Day-03c or Day-04c run on "
                 "run-history.txt for " WS-Site-Code
               exit paragraph
             end-if
             open input ExceptionLedger
             if WS-File-Status-Error
               display "  exceptions: no exceptions-ledger.txt yet"
               exit paragraph
             end-if
             perform until WS-EOF = 1
               read ExceptionLedger into WS-ExceptionLedger-Line
                 at end move 1 to WS-EOF
                 not at end perform check-exception-row
               end-read
             end-perform
             close ExceptionLedger
             move zero to WS-EOF
             perform varying WS-x from 1 by 1
                     until WS-x > WS-Exc-Count
               add 1 to WS-Open-Count
               move WS-Exc-Line(WS-x) to WS-ExceptionLedger-Line
               display "  open: " WS-ExceptionLedger-Program " "
                 function trim(WS-ExceptionLedger-Reason) " ("
                 function trim(WS-ExceptionLedger-Severity) ", "
                 WS-ExceptionLedger-Date ")"
             end-perform
             if WS-Exc-Dropped > 0
               display "  ... and " WS-Exc-Dropped " more open row(s) "
                 "not shown"
             end-if
             if WS-Open-Count = 0
               display "  exceptions: none open"
             end-if
           .

      *    run-history.txt is merged in run order, one row per run
      *    clean or not, so the last Day-03c and Day-04c rows for
      *    this camp are their latest runs.
           find-latest-runs.
             move spaces to WS-Latest-03-RunId
             move spaces to WS-Latest-04-RunId
             open input RunHistory
             if WS-History-Error
               exit paragraph
             end-if
             perform until WS-EOF = 1
               read RunHistory into WS-RunHistory-Line
                 at end move 1 to WS-EOF
                 not at end
                   if WS-RunHistory-Site = spaces
                     move WS-Home-Site to WS-RunHistory-Site
                   end-if
                   if WS-RunHistory-Site = WS-Site-Code
                      and WS-RunHistory-RunId not = spaces
                     if WS-RunHistory-Program = "Day-03c"
                       move WS-RunHistory-RunId to WS-Latest-03-RunId
                     end-if
                     if WS-RunHistory-Program = "Day-04c"
                       move WS-RunHistory-RunId to WS-Latest-04-RunId
                     end-if
                   end-if
               end-read
             end-perform
             close RunHistory
             move zero to WS-EOF
           .

           check-exception-row.
             if WS-ExceptionLedger-Site = spaces
               move WS-Home-Site to WS-ExceptionLedger-Site
             end-if
             if WS-ExceptionLedger-Site not = WS-Site-Code
               exit paragraph
             end-if
             evaluate WS-ExceptionLedger-Program
               when "Day-03c"
                 if WS-ExceptionLedger-RunId not = WS-Latest-03-RunId
                    or WS-Latest-03-RunId = spaces
                   exit paragraph
                 end-if
               when "Day-04c"
                 if WS-ExceptionLedger-RunId not = WS-Latest-04-RunId
                    or WS-Latest-04-RunId = spaces
                   exit paragraph
                 end-if
               when other
                 exit paragraph
             end-evaluate
             if WS-ExceptionLedger-Severity = "SUPPRESS"
                or WS-ExceptionLedger-Severity = "INFO"
                or WS-ExceptionLedger-Severity = "FATAL"
               exit paragraph
             end-if
             if function test-numval(WS-ExceptionLedger-LineNo)
                not = zero
               exit paragraph
             end-if
             move function numval(WS-ExceptionLedger-LineNo)
               to WS-Exc-LineNo
             move 0 to WS-Exc-Match
             evaluate WS-ExceptionLedger-Program
               when "Day-03c"
                 if WS-ExceptionLedger-Reason = "no common group item"
                   if WS-Exc-LineNo = WS-GroupNo
                      and WS-GroupNo > zero
                     move 1 to WS-Exc-Match
                   end-if
                 else
                   if WS-ExceptionLedger-Reason(1:5) not = "badge"
                      and WS-Exc-LineNo = WS-Xwalk-Day03-Line
                      and WS-Xwalk-Day03-Line > zero
                     move 1 to WS-Exc-Match
                   end-if
                 end-if
               when "Day-04c"
                 if WS-Exc-LineNo = WS-Xwalk-Day04-PairNo
                    and WS-Xwalk-Day04-PairNo > zero
                   move 1 to WS-Exc-Match
                 end-if
             end-evaluate
             if WS-Exc-Match = 1 and WS-Exc-Count >= 200
               add 1 to WS-Exc-Dropped
             end-if
             if WS-Exc-Match = 1 and WS-Exc-Count < 200
               add 1 to WS-Exc-Count
               move WS-ExceptionLedger-Program
                 to WS-Exc-Program(WS-Exc-Count)
               move WS-ExceptionLedger-RunId
                 to WS-Exc-RunId(WS-Exc-Count)
               move WS-ExceptionLedger-Line
                 to WS-Exc-Line(WS-Exc-Count)
             end-if
           .
