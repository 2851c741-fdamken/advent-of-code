       identification division.
           program-id. Day-Headcount-Recon.
      *    nightly headcount reconciliation across the days that
      *    each describe the same expedition from a different angle:
      *      - Day 01: one elf per record on day01-elf-roster.dat
      *      - Day 03: one rucksack per elf - the highest rucksack
      *        line on day03c-priorities.txt, or three per badge
      *        group if the group rows reach further (a rejected
      *        last line still leaves its group behind)
      *      - Day 04: two elves per cleanup pair - the highest pair
      *        number on day04c-detail.txt, doubled
      *    the three headcounts are reported side by side on
      *    headcount-recon.txt, and any two that differ stage a
      *    DEGRADE exception. then, elf by elf off elf-crosswalk.txt,
      *    an elf with a rucksack but no cleanup pair, or with
      *    provisions but no rucksack, stages a DEGRADE of its own -
      *    those are roster problems command wants to hear about the
      *    same night, so the staged rows are merged straight away
      *    through Day-Ledger-Consolidate and Day-Night-Certify finds
      *    them on tonight's ledger. returns 0 when everything
      *    agrees, 4 otherwise. staged rows carry the base camp
      *    (Site-Context) like every day program's.
       environment division.
           input-output section.
             file-control.
               select ElveRoster assign to "day01-elf-roster.dat"
                 organization is relative
                 access mode is dynamic
                 relative key is WS-ElveRoster-Key
                 file status is WS-ElveRoster-Status.
               select PriorityReport
                 assign to "day03c-priorities.txt"
                 organization is line sequential
                 file status is WS-Detail-Status.
               select DetailReport assign to "day04c-detail.txt"
                 organization is line sequential
                 file status is WS-Detail-Status.
               select CrosswalkMaster
                 assign to "elf-crosswalk.txt"
                 organization is line sequential
                 file status is WS-Crosswalk-Status.
               select ReconReport
                 assign to "headcount-recon.txt"
                 organization is line sequential.
               select ExceptionStaging
                 assign to "staging-hcount-exceptions.txt"
                 organization is line sequential
                 file status is WS-Staging-Status.
       data division.
           file section.
             fd ElveRoster.
                01 ElveRoster-Record pic 9(8).
             fd PriorityReport.
                01 PriorityReport-Line pic X(60).
             fd DetailReport.
                01 DetailReport-Line pic X(120).
             fd CrosswalkMaster.
                01 CrosswalkMaster-Line pic X(60).
             fd ReconReport.
                01 ReconReport-Line pic X(100).
             fd ExceptionStaging.
                01 ExceptionStaging-Line pic X(180).
           working-storage section.
             copy "exceplg.cpy".
             copy "xwalk.cpy".
             01 WS-ElveRoster-Key pic 9(8).
             01 WS-ElveRoster-Status pic XX.
             88 WS-ElveRoster-OK    value "00".
             88 WS-ElveRoster-Error value "30" thru "99".
             01 WS-Detail-Status pic XX.
             88 WS-Detail-OK    value "00".
             88 WS-Detail-Error value "30" thru "99".
             01 WS-Crosswalk-Status pic XX.
             88 WS-Crosswalk-OK    value "00".
             88 WS-Crosswalk-Error value "30" thru "99".
             01 WS-Staging-Status pic XX.
             01 WS-EOF pic 9 value zero.
             01 WS-Processing-Year pic X(4) value "2022".
             01 WS-RunDate pic X(10).
             01 WS-CurrentDate pic X(8).
             01 WS-Run-Id pic X(15).
             01 WS-Staged-Count pic 9(04) value zero.
             01 WS-Problem-Count pic 9(04) value zero.
      *      the base camp being reconciled (Site-Context: AOC_SITE,
      *      else the home camp), stamped on staged rows.
             01 WS-Site-Mode pic X(1) value "C".
             01 WS-Site-Code pic X(6).
             01 WS-Site-Path pic X(100).
      *      each day's headcount, and whether its store was there
      *      to be counted at all.
             01 WS-Day01-Count pic 9(8) value zero.
             01 WS-Day03-Count pic 9(8) value zero.
             01 WS-Day04-Count pic 9(8) value zero.
             01 WS-Day01-Found pic 9 value zero.
             01 WS-Day03-Found pic 9 value zero.
             01 WS-Day04-Found pic 9 value zero.
             01 WS-GroupSize pic 9(02) value 3.
             01 WS-Priority-Row.
                05 WS-PRow-Kind   pic X(11).
                05 WS-PRow-No     pic X(8).
             01 WS-Detail-Row.
                05 WS-DRow-PairNo pic X(8).
             01 WS-Row-No pic 9(8).
             01 WS-Group-Reach pic 9(8).
             01 WS-Count-Disp pic Z(7)9.
             01 WS-Recon-Line.
                05 WS-Recon-Label pic X(34).
                05 WS-Recon-Count pic Z(7)9.
                05 FILLER         pic X(2) value spaces.
                05 WS-Recon-Note  pic X(40).
             01 WS-Compare-A pic 9(8).
             01 WS-Compare-B pic 9(8).
             01 WS-Compare-Name pic X(40).
             01 WS-Stage-Day pic X(2).
             01 WS-Stage-Reason pic X(40).
             01 WS-Stage-Record pic X(60).
       procedure division.
           move function current-date(1:8) to WS-CurrentDate
           string WS-CurrentDate(1:4) "-" WS-CurrentDate(5:2) "-"
                  WS-CurrentDate(7:2)
             delimited by size into WS-RunDate
           accept WS-Processing-Year from environment "AOC_YEAR"
             on exception move "2022" to WS-Processing-Year
           end-accept
           if WS-Processing-Year = spaces
             move "2022" to WS-Processing-Year
           end-if
           accept WS-Run-Id from environment "AOC_RUN_ID"
             on exception move spaces to WS-Run-Id
           end-accept
           if WS-Run-Id = spaces
             string "R" function current-date(1:14)
               delimited by size into WS-Run-Id
           end-if
           call "Site-Context" using WS-Site-Mode WS-Site-Code
             WS-Site-Path
           perform count-day01-roster
           perform count-day03-rucksacks
           perform count-day04-pairs
           open output ReconReport
           move spaces to ReconReport-Line
           string "===== expedition headcount reconciliation "
             WS-RunDate " ====="
             delimited by size into ReconReport-Line
           write ReconReport-Line
           move "day 01 elves on the calorie roster" to WS-Recon-Label
           move WS-Day01-Count to WS-Recon-Count
           move spaces to WS-Recon-Note
           if WS-Day01-Found = 0
             move "no day01-elf-roster.dat" to WS-Recon-Note
           end-if
           move WS-Recon-Line to ReconReport-Line
           write ReconReport-Line
           move "day 03 rucksacks" to WS-Recon-Label
           move WS-Day03-Count to WS-Recon-Count
           move spaces to WS-Recon-Note
           if WS-Day03-Found = 0
             move "no day03c-priorities.txt" to WS-Recon-Note
           end-if
           move WS-Recon-Line to ReconReport-Line
           write ReconReport-Line
           move "day 04 elves in cleanup pairs" to WS-Recon-Label
           move WS-Day04-Count to WS-Recon-Count
           move spaces to WS-Recon-Note
           if WS-Day04-Found = 0
             move "no day04c-detail.txt" to WS-Recon-Note
           end-if
           move WS-Recon-Line to ReconReport-Line
           write ReconReport-Line
      *    a day whose store is missing has nothing to compare; the
      *    night's missed-run reporting already covers that.
           if WS-Day01-Found = 1 and WS-Day03-Found = 1
             move WS-Day01-Count to WS-Compare-A
             move WS-Day03-Count to WS-Compare-B
             move "day 01 elves vs day 03 rucksacks"
               to WS-Compare-Name
             perform compare-headcounts
           end-if
           if WS-Day03-Found = 1 and WS-Day04-Found = 1
             move WS-Day03-Count to WS-Compare-A
             move WS-Day04-Count to WS-Compare-B
             move "day 03 rucksacks vs day 04 pair elves"
               to WS-Compare-Name
             perform compare-headcounts
           end-if
           if WS-Day01-Found = 1 and WS-Day04-Found = 1
             move WS-Day01-Count to WS-Compare-A
             move WS-Day04-Count to WS-Compare-B
             move "day 01 elves vs day 04 pair elves"
               to WS-Compare-Name
             perform compare-headcounts
           end-if
           perform check-crosswalk-elves
           move spaces to ReconReport-Line
           if WS-Problem-Count = 0
             move "headcounts agree - no roster problems found"
               to ReconReport-Line
           else
             move WS-Problem-Count to WS-Count-Disp
             string function trim(WS-Count-Disp)
               " difference(s) found - each staged as a DEGRADE "
               "exception"
               delimited by size into ReconReport-Line
           end-if
           write ReconReport-Line
           close ReconReport
           display ReconReport-Line(1:80)
           display "see headcount-recon.txt"
           if WS-Staged-Count > 0
             call "Day-Ledger-Consolidate"
           end-if
           if WS-Problem-Count > 0
             move 4 to return-code
           else
             move 0 to return-code
           end-if
           goback.

           count-day01-roster.
             open input ElveRoster
             if WS-ElveRoster-Error
               exit paragraph
             end-if
             move 1 to WS-Day01-Found
             move 1 to WS-ElveRoster-Key
             start ElveRoster key is >= WS-ElveRoster-Key
               invalid key move 1 to WS-EOF
             end-start
             perform until WS-EOF = 1
               read ElveRoster next
                 at end move 1 to WS-EOF
                 not at end add 1 to WS-Day01-Count
               end-read
             end-perform
             close ElveRoster
             move zero to WS-EOF
           .

           count-day03-rucksacks.
             open input PriorityReport
             if WS-Detail-Error
               exit paragraph
             end-if
             move 1 to WS-Day03-Found
             perform until WS-EOF = 1
               read PriorityReport into WS-Priority-Row
                 at end move 1 to WS-EOF
                 not at end
                   if function test-numval(WS-PRow-No) = zero
                     move function numval(WS-PRow-No) to WS-Row-No
                     if WS-PRow-Kind = "compartment"
                        and WS-Row-No > WS-Day03-Count
                       move WS-Row-No to WS-Day03-Count
                     end-if
                     if WS-PRow-Kind = "group"
                       compute WS-Group-Reach =
                         WS-Row-No * WS-GroupSize
                       if WS-Group-Reach > WS-Day03-Count
                         move WS-Group-Reach to WS-Day03-Count
                       end-if
                     end-if
                   end-if
               end-read
             end-perform
             close PriorityReport
             move zero to WS-EOF
           .

           count-day04-pairs.
             open input DetailReport
             if WS-Detail-Error
               exit paragraph
             end-if
             move 1 to WS-Day04-Found
             perform until WS-EOF = 1
               read DetailReport into WS-Detail-Row
                 at end move 1 to WS-EOF
                 not at end
                   if function test-numval(WS-DRow-PairNo) = zero
                     move function numval(WS-DRow-PairNo) to WS-Row-No
                     if WS-Row-No * 2 > WS-Day04-Count
                       compute WS-Day04-Count = WS-Row-No * 2
                     end-if
                   end-if
               end-read
             end-perform
             close DetailReport
             move zero to WS-EOF
           .

           compare-headcounts.
             if WS-Compare-A not = WS-Compare-B
               add 1 to WS-Problem-Count
               move spaces to ReconReport-Line
               string "DIFFERS: " function trim(WS-Compare-Name)
                 " (" WS-Compare-A " vs " WS-Compare-B ")"
                 delimited by size into ReconReport-Line
               write ReconReport-Line
               move "00" to WS-Stage-Day
               move "expedition headcounts disagree"
                 to WS-Stage-Reason
               move spaces to WS-Stage-Record
               string function trim(WS-Compare-Name) " "
                 WS-Compare-A "/" WS-Compare-B
                 delimited by size into WS-Stage-Record
               perform stage-degrade-exception
             end-if
           .

      *    an elf id not yet given a Day-01 or Day-03 identity on the
      *    crosswalk is reported the same way - the crosswalk is the
      *    roster of record for who is who.
           check-crosswalk-elves.
             open input CrosswalkMaster
             if WS-Crosswalk-Error
               move "no elf-crosswalk.txt - elf-by-elf check skipped"
                 to ReconReport-Line
               write ReconReport-Line
               exit paragraph
             end-if
             perform until WS-EOF = 1
               read CrosswalkMaster into WS-Crosswalk-Record
                 at end move 1 to WS-EOF
                 not at end
                   if WS-Xwalk-Day03-Line > zero
                      and WS-Xwalk-Day04-PairNo = zero
                     move "03" to WS-Stage-Day
                     move "elf has a rucksack but no cleanup pair"
                       to WS-Stage-Reason
                     perform note-elf-problem
                   end-if
                   if WS-Xwalk-Day01-ElfNo > zero
                      and WS-Xwalk-Day03-Line = zero
                     move "01" to WS-Stage-Day
                     move "elf has provisions but no rucksack"
                       to WS-Stage-Reason
                     perform note-elf-problem
                   end-if
               end-read
             end-perform
             close CrosswalkMaster
             move zero to WS-EOF
           .

           note-elf-problem.
             add 1 to WS-Problem-Count
             move spaces to ReconReport-Line
             string "ROSTER: " WS-Xwalk-ElfId " "
               function trim(WS-Xwalk-Name) " - "
               function trim(WS-Stage-Reason)
               delimited by size into ReconReport-Line
             write ReconReport-Line
             move spaces to WS-Stage-Record
             string WS-Xwalk-ElfId " " WS-Xwalk-Name
               delimited by size into WS-Stage-Record
             perform stage-degrade-exception
           .

           stage-degrade-exception.
             open extend ExceptionStaging
             if WS-Staging-Status = "35"
               open output ExceptionStaging
             end-if
             move spaces to WS-ExceptionLedger-Line
             move WS-Processing-Year to WS-ExceptionLedger-Year
             move WS-Stage-Day to WS-ExceptionLedger-Day
             move "Day-HCount" to WS-ExceptionLedger-Program
             move zero to WS-ExceptionLedger-LineNo
             move WS-Stage-Reason to WS-ExceptionLedger-Reason
             move WS-RunDate to WS-ExceptionLedger-Date
             move WS-Run-Id to WS-ExceptionLedger-RunId
             move "DEGRADE" to WS-ExceptionLedger-Severity
             move WS-Stage-Record to WS-ExceptionLedger-Record
             move WS-Site-Code to WS-ExceptionLedger-Site
             move WS-ExceptionLedger-Line to ExceptionStaging-Line
             write ExceptionStaging-Line
             close ExceptionStaging
             add 1 to WS-Staged-Count
           .
