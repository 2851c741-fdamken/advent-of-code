       identification division.
           program-id. Day-04-Cleanup-Recon.
      *    Day-04c, the coverage report and the reassignment planner
      *    all stop at the assignment; this measures the cleanup
      *    actually done. the field sends completion returns
      *    (cleanup-returns.txt, one row per pair per night: pair
      *    number, the night's date, the supervisor's id, and the
      *    sections cleaned as a comma list of ranges such as
      *    "5-9,12,14-15"), and they are reconciled against the
      *    assignments on assignment-history.dat for that night -
      *    the night is the parameter (yyyy-mm-dd), or the latest run
      *    date on the history when none is given. the report,
      *    day04-cleanup-recon.txt, lists
      *      - sections assigned but not reported cleaned, by pair
      *      - sections cleaned by a pair not assigned to them
      *      - pairs that reported nothing
      *    and every section still not cleaned is carried on
      *    cleanup-outstanding.txt with the night it was first
      *    missed, so it ages on the report night after night until a
      *    return closes it. a section counts as cleaned whichever
      *    pair reports it. returns that cannot be read stage REJECT
      *    exceptions (staging-clnrtn-exceptions.txt), merged
      *    straight away through Day-Ledger-Consolidate. the run
      *    ends rc 4 when any of the three lists is not empty.
       environment division.
           input-output section.
             file-control.
               select AssignmentHistory
                 assign to "assignment-history.dat"
                 organization is indexed
                 access mode is dynamic
                 record key is AH-Key
                 file status is WS-AssignHist-Status.
               select CleanupReturns assign to "cleanup-returns.txt"
                 organization is line sequential
                 file status is WS-Returns-Status.
               select Outstanding
                 assign to "cleanup-outstanding.txt"
                 organization is line sequential
                 file status is WS-Outstanding-Status.
               select CleanupReport
                 assign to "day04-cleanup-recon.txt"
                 organization is line sequential.
               select ExceptionStaging
                 assign to "staging-clnrtn-exceptions.txt"
                 organization is line sequential
                 file status is WS-Staging-Status.
       data division.
           file section.
             fd AssignmentHistory.
                01 AssignmentHistory-Record.
                   05 AH-Key.
                      10 AH-Date   pic X(10).
                      10 AH-PairNo pic 9(8).
                   05 AH-Elve1Lo pic 9(18).
                   05 AH-Elve1Hi pic 9(18).
                   05 AH-Elve2Lo pic 9(18).
                   05 AH-Elve2Hi pic 9(18).
             fd CleanupReturns.
                01 CleanupReturns-Line pic X(100).
             fd Outstanding.
                01 Outstanding-Line pic X(40).
             fd CleanupReport.
                01 CleanupReport-Line pic X(80).
             fd ExceptionStaging.
                01 ExceptionStaging-Line pic X(180).
           working-storage section.
             copy "numval.cpy".
             copy "exceplg.cpy".
             01 WS-AssignHist-Status pic XX.
             88 WS-AssignHist-OK    value "00".
             88 WS-AssignHist-Error value "23", "30" thru "99".
             01 WS-Returns-Status pic XX.
             88 WS-Returns-OK    value "00".
             88 WS-Returns-Error value "30" thru "99".
             01 WS-Outstanding-Status pic XX.
             88 WS-Outstanding-OK    value "00".
             88 WS-Outstanding-Error value "30" thru "99".
             01 WS-Staging-Status pic XX.
             01 WS-EOF pic 9 value zero.
             01 WS-TodayDate pic X(10).
             01 WS-CurrentDate pic X(8).
             01 WS-Run-Id pic X(15).
      *      the base camp this run is for (Site-Context: AOC_SITE,
      *      else the home camp), stamped on staged rows.
             01 WS-Site-Mode pic X(1) value "C".
             01 WS-Site-Code pic X(6).
             01 WS-Site-Path pic X(100).
             01 WS-Processing-Year pic X(4) value "2022".
             01 WS-Param-Line pic X(40).
             01 WS-Night pic X(10) value spaces.
             01 WS-Night-Int pic 9(08).
             01 WS-Since-Int pic 9(08).
             01 WS-Return-Record.
                05 WS-Ret-PairNo     pic X(8).
                05 FILLER            pic X(1).
                05 WS-Ret-Date       pic X(10).
                05 FILLER            pic X(1).
                05 WS-Ret-Supervisor pic X(3).
                05 FILLER            pic X(1).
                05 WS-Ret-Sections   pic X(76).
             01 WS-Outstanding-Record.
                05 WS-Out-Section pic 9(8).
                05 FILLER         pic X(1) value space.
                05 WS-Out-Since   pic X(10).
                05 FILLER         pic X(1) value space.
                05 WS-Out-PairNo  pic 9(8).
      *      the night's pairs by pair number, as churn keeps them:
      *      both elves' ranges, and whether a return came in.
             01 WS-MaxPairs pic 9(8) value 5000.
             01 WS-Pair-Table.
                05 WS-Pair occurs 5000 times.
                   10 WS-Pair-Here     pic 9.
                   10 WS-Pair-Reported pic 9.
                   10 WS-Pair-1Lo      pic 9(8).
                   10 WS-Pair-1Hi      pic 9(8).
                   10 WS-Pair-2Lo      pic 9(8).
                   10 WS-Pair-2Hi      pic 9(8).
             01 WS-p pic 9(8).
             01 WS-HighestPair pic 9(8) value zero.
      *      per camp section: the first pair assigned it tonight,
      *      whether any return cleaned it, and - when it is carried
      *      outstanding - since when and whose it was.
             01 WS-MaxSection pic 9(8) value 10000.
             01 WS-Section-Table.
                05 WS-Section occurs 10000 times.
                   10 WS-Sect-Pair    pic 9(8).
                   10 WS-Sect-Cleaned pic 9.
                   10 WS-Sect-Since   pic X(10).
                   10 WS-Sect-OutPair pic 9(8).
             01 WS-s pic 9(8).
             01 WS-HighSection pic 9(8) value zero.
             01 WS-Range-Lo pic 9(8).
             01 WS-Range-Hi pic 9(8).
             01 WS-Range-Tokens.
                05 WS-Range-Token pic X(20) occurs 10 times.
             01 WS-t pic 9(02).
             01 WS-Tok-Lo pic X(20).
             01 WS-Tok-Hi pic X(20).
             01 WS-Ret-Valid pic 9.
             01 WS-Ret-Pair pic 9(8).
             01 WS-Reason pic X(40).
      *      "cleaned by a pair not assigned" runs, held for the
      *      report since they are found while the returns stream.
             01 WS-StrayCount pic 9(04) value zero.
             01 WS-Stray-Table.
                05 WS-Stray occurs 0 to 2000 times
                     depending on WS-StrayCount.
                   10 WS-Stray-Pair pic 9(8).
                   10 WS-Stray-Lo   pic 9(8).
                   10 WS-Stray-Hi   pic 9(8).
             01 WS-i pic 9(04).
             01 WS-Run-Lo pic 9(8).
             01 WS-Run-Pair pic 9(8).
             01 WS-Run-Since pic X(10).
             01 WS-In-Run pic 9.
             01 WS-Own pic 9.
             01 WS-ReturnCount    pic 9(06) value zero.
             01 WS-OtherNightCount pic 9(06) value zero.
             01 WS-RejectCount    pic 9(06) value zero.
             01 WS-AssignedCount  pic 9(08) value zero.
             01 WS-DoneCount      pic 9(08) value zero.
             01 WS-MissedCount    pic 9(08) value zero.
             01 WS-StraySections  pic 9(08) value zero.
             01 WS-SilentCount    pic 9(06) value zero.
             01 WS-CarriedCount   pic 9(08) value zero.
             01 WS-ClosedCount    pic 9(08) value zero.
             01 WS-Pct pic 9(03)v9.
             01 WS-Pct-Disp pic ZZ9.9.
             01 WS-Count-Disp pic Z(7)9.
             01 WS-Lo-Disp pic Z(8).
             01 WS-Hi-Disp pic Z(8).
             01 WS-Pair-Disp pic Z(8).
             01 WS-Age-Disp pic Z(4)9.
       procedure division.
           move function current-date(1:8) to WS-CurrentDate
           string WS-CurrentDate(1:4) "-" WS-CurrentDate(5:2) "-"
                  WS-CurrentDate(7:2)
             delimited by size into WS-TodayDate
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
           accept WS-Param-Line from command-line
           move WS-Param-Line(1:10) to WS-Night
           initialize WS-Pair-Table
           initialize WS-Section-Table
           perform load-night-assignments
           if WS-HighestPair = 0
             display "Day-04-Cleanup-Recon: no assignments on "
               "assignment-history.dat for " WS-Night
               " - run Day-04c for that night first"
             move 8 to return-code
             goback
           end-if
           compute WS-Night-Int = function integer-of-date(
             function numval(function concatenate(
               WS-Night(1:4), WS-Night(6:2), WS-Night(9:2))))
           perform load-outstanding
           perform apply-returns
           perform write-cleanup-report
           perform rewrite-outstanding
           display "cleanup " WS-Night ": " WS-DoneCount " of "
             WS-AssignedCount " assigned section(s) cleaned, "
             WS-MissedCount " missed, " WS-StraySections
             " cleaned by an unassigned pair, " WS-SilentCount
             " pair(s) silent - see day04-cleanup-recon.txt"
           if WS-RejectCount > 0
             display WS-RejectCount " return row(s) unreadable - "
               "REJECT staged"
             call "Day-Ledger-Consolidate"
           end-if
           if WS-MissedCount > 0 or WS-StrayCount > 0
              or WS-SilentCount > 0
             move 4 to return-code
           end-if
           goback.

      *    the key is date-major, so with no night given the last
      *    record read names the latest run date; the night's pairs
      *    are then read from a START on that date.
           load-night-assignments.
             open input AssignmentHistory
             if WS-AssignHist-Error
               display "Day-04-Cleanup-Recon: no assignment-history"
                 ".dat yet"
               exit paragraph
             end-if
             if WS-Night = spaces
               perform until WS-EOF = 1
                 read AssignmentHistory next
                   at end move 1 to WS-EOF
                   not at end move AH-Date to WS-Night
                 end-read
               end-perform
               move zero to WS-EOF
             end-if
             move WS-Night to AH-Date
             move zero to AH-PairNo
             start AssignmentHistory key is >= AH-Key
               invalid key move 1 to WS-EOF
             end-start
             perform until WS-EOF = 1
               read AssignmentHistory next
                 at end move 1 to WS-EOF
                 not at end
                   if AH-Date not = WS-Night
                     move 1 to WS-EOF
                   else
                     perform stow-night-pair
                   end-if
               end-read
             end-perform
             close AssignmentHistory
             move zero to WS-EOF
           .

           stow-night-pair.
             if AH-PairNo < 1 or AH-PairNo > WS-MaxPairs
               display "pair " AH-PairNo " past the pair table - "
                 "left out of the reconciliation"
               exit paragraph
             end-if
             move AH-PairNo to WS-p
             move 1 to WS-Pair-Here(WS-p)
             move AH-Elve1Lo to WS-Pair-1Lo(WS-p)
             move AH-Elve1Hi to WS-Pair-1Hi(WS-p)
             move AH-Elve2Lo to WS-Pair-2Lo(WS-p)
             move AH-Elve2Hi to WS-Pair-2Hi(WS-p)
             if WS-p > WS-HighestPair
               move WS-p to WS-HighestPair
             end-if
             move AH-Elve1Lo to WS-Range-Lo
             move AH-Elve1Hi to WS-Range-Hi
             perform mark-assigned-range
             move AH-Elve2Lo to WS-Range-Lo
             move AH-Elve2Hi to WS-Range-Hi
             perform mark-assigned-range
           .

           mark-assigned-range.
             perform varying WS-s from WS-Range-Lo by 1
                     until WS-s > WS-Range-Hi
               if WS-s >= 1 and WS-s <= WS-MaxSection
                 if WS-Sect-Pair(WS-s) = 0
                   move WS-p to WS-Sect-Pair(WS-s)
                   add 1 to WS-AssignedCount
                 end-if
                 if WS-s > WS-HighSection
                   move WS-s to WS-HighSection
                 end-if
               end-if
             end-perform
           .

      *    a carried section keeps the night it was first missed -
      *    that is what the aging is.
           load-outstanding.
             open input Outstanding
             if WS-Outstanding-Error
               exit paragraph
             end-if
             perform until WS-EOF = 1
               read Outstanding into WS-Outstanding-Record
                 at end move 1 to WS-EOF
                 not at end
                   move WS-Out-Section to WS-s
                   if WS-s >= 1 and WS-s <= WS-MaxSection
                     move WS-Out-Since to WS-Sect-Since(WS-s)
                     move WS-Out-PairNo to WS-Sect-OutPair(WS-s)
                     if WS-s > WS-HighSection
                       move WS-s to WS-HighSection
                     end-if
                   end-if
               end-read
             end-perform
             close Outstanding
             move zero to WS-EOF
           .

           apply-returns.
             open input CleanupReturns
             if WS-Returns-Error
               display "no cleanup-returns.txt - every assigned "
                 "section is outstanding"
               exit paragraph
             end-if
             perform until WS-EOF = 1
               read CleanupReturns into WS-Return-Record
                 at end move 1 to WS-EOF
                 not at end
                   if CleanupReturns-Line not = spaces
                     perform apply-one-return
                   end-if
               end-read
             end-perform
             close CleanupReturns
             move zero to WS-EOF
           .

      *    the whole row is checked before any of it is applied, so
      *    a half-readable return never half-closes a pair's work.
           apply-one-return.
             if WS-Ret-Date not = WS-Night
               add 1 to WS-OtherNightCount
               exit paragraph
             end-if
             move WS-Ret-PairNo to WS-Numval-Input
             perform validate-numeric-field
             if WS-Numval-Is-Invalid or WS-Numval-Result < 1
                or WS-Numval-Result > WS-MaxPairs
               move "cleanup return with no usable pair number"
                 to WS-Reason
               perform stage-return-reject
               exit paragraph
             end-if
             move WS-Numval-Result to WS-Ret-Pair
             if WS-Ret-Supervisor = spaces
               move "cleanup return without a supervisor"
                 to WS-Reason
               perform stage-return-reject
               exit paragraph
             end-if
             move spaces to WS-Range-Tokens
             unstring WS-Ret-Sections delimited by ","
               into WS-Range-Token(1) WS-Range-Token(2)
                    WS-Range-Token(3) WS-Range-Token(4)
                    WS-Range-Token(5) WS-Range-Token(6)
                    WS-Range-Token(7) WS-Range-Token(8)
                    WS-Range-Token(9) WS-Range-Token(10)
             end-unstring
             move 1 to WS-Ret-Valid
             perform varying WS-t from 1 by 1 until WS-t > 10
               if WS-Range-Token(WS-t) not = spaces
                 perform parse-range-token
               end-if
             end-perform
             if WS-Ret-Valid = 0
               move "cleanup return with an unreadable range"
                 to WS-Reason
               perform stage-return-reject
               exit paragraph
             end-if
             add 1 to WS-ReturnCount
             move WS-Ret-Pair to WS-p
             if WS-Pair-Here(WS-p) = 1
               move 1 to WS-Pair-Reported(WS-p)
             end-if
             perform varying WS-t from 1 by 1 until WS-t > 10
               if WS-Range-Token(WS-t) not = spaces
                 perform parse-range-token
                 perform apply-cleaned-range
               end-if
             end-perform
           .

      *    "n" or "lo-hi"; anything else, or a range that runs
      *    backwards or off the camp, makes the row unreadable.
           parse-range-token.
             move spaces to WS-Tok-Lo
             move spaces to WS-Tok-Hi
             unstring WS-Range-Token(WS-t) delimited by "-"
               into WS-Tok-Lo WS-Tok-Hi
             end-unstring
             move WS-Tok-Lo to WS-Numval-Input
             perform validate-numeric-field
             if WS-Numval-Is-Invalid
               move 0 to WS-Ret-Valid
               exit paragraph
             end-if
             move WS-Numval-Result to WS-Range-Lo
             if WS-Tok-Hi = spaces
               move WS-Range-Lo to WS-Range-Hi
             else
               move WS-Tok-Hi to WS-Numval-Input
               perform validate-numeric-field
               if WS-Numval-Is-Invalid
                 move 0 to WS-Ret-Valid
                 exit paragraph
               end-if
               move WS-Numval-Result to WS-Range-Hi
             end-if
             if WS-Range-Lo < 1 or WS-Range-Hi < WS-Range-Lo
                or WS-Range-Hi > WS-MaxSection
               move 0 to WS-Ret-Valid
             end-if
           .

      *    every section cleaned closes; the ones outside the
      *    reporting pair's own ranges are collected as runs.
           apply-cleaned-range.
             move 0 to WS-In-Run
             perform varying WS-s from WS-Range-Lo by 1
                     until WS-s > WS-Range-Hi
               move 1 to WS-Sect-Cleaned(WS-s)
               if WS-s > WS-HighSection
                 move WS-s to WS-HighSection
               end-if
               perform check-own-section
               if WS-Own = 0
                 add 1 to WS-StraySections
                 if WS-In-Run = 0
                   move 1 to WS-In-Run
                   move WS-s to WS-Run-Lo
                 end-if
               else
                 if WS-In-Run = 1
                   compute WS-s = WS-s - 1
                   perform note-stray-run
                   compute WS-s = WS-s + 1
                   move 0 to WS-In-Run
                 end-if
               end-if
             end-perform
             if WS-In-Run = 1
               move WS-Range-Hi to WS-s
               perform note-stray-run
             end-if
           .

           check-own-section.
             move 0 to WS-Own
             if WS-Pair-Here(WS-p) = 0
               exit paragraph
             end-if
             if (WS-s >= WS-Pair-1Lo(WS-p) and
                 WS-s <= WS-Pair-1Hi(WS-p))
                or (WS-s >= WS-Pair-2Lo(WS-p) and
                    WS-s <= WS-Pair-2Hi(WS-p))
               move 1 to WS-Own
             end-if
           .

           note-stray-run.
             if WS-StrayCount >= 2000
               exit paragraph
             end-if
             add 1 to WS-StrayCount
             move WS-p to WS-Stray-Pair(WS-StrayCount)
             move WS-Run-Lo to WS-Stray-Lo(WS-StrayCount)
             move WS-s to WS-Stray-Hi(WS-StrayCount)
           .

           stage-return-reject.
             add 1 to WS-RejectCount
             display "cleanup return rejected: "
               function trim(WS-Reason) " - "
               function trim(CleanupReturns-Line)
             open extend ExceptionStaging
             if WS-Staging-Status = "35"
               open output ExceptionStaging
             end-if
             move spaces to WS-ExceptionLedger-Line
             move WS-Processing-Year to WS-ExceptionLedger-Year
             move "04" to WS-ExceptionLedger-Day
             move "Day-04Clnp" to WS-ExceptionLedger-Program
             move zero to WS-ExceptionLedger-LineNo
             move WS-Reason to WS-ExceptionLedger-Reason
             move WS-TodayDate to WS-ExceptionLedger-Date
             move WS-Run-Id to WS-ExceptionLedger-RunId
             move "REJECT" to WS-ExceptionLedger-Severity
             move CleanupReturns-Line(1:60)
               to WS-ExceptionLedger-Record
             move WS-Site-Code to WS-ExceptionLedger-Site
             move WS-ExceptionLedger-Line to ExceptionStaging-Line
             write ExceptionStaging-Line
             close ExceptionStaging
           .

           write-cleanup-report.
             open output CleanupReport
             move spaces to CleanupReport-Line
             string "cleanup reconciliation for the night of "
               WS-Night delimited by size into CleanupReport-Line
             perform write-report-line
             perform write-missed-section
             perform write-stray-section
             perform write-silent-section
             perform write-carried-section
             move spaces to CleanupReport-Line
             perform write-report-line
             move zero to WS-Pct
             if WS-AssignedCount > 0
               compute WS-Pct rounded =
                 WS-DoneCount * 100 / WS-AssignedCount
             end-if
             move WS-Pct to WS-Pct-Disp
             move WS-DoneCount to WS-Lo-Disp
             move WS-AssignedCount to WS-Hi-Disp
             move spaces to CleanupReport-Line
             string "cleanup done: " function trim(WS-Lo-Disp)
               " of " function trim(WS-Hi-Disp)
               " assigned section(s), " function trim(WS-Pct-Disp)
               "%" delimited by size into CleanupReport-Line
             perform write-report-line
             close CleanupReport
           .

      *    runs of assigned, uncleaned sections under one pair.
           write-missed-section.
             move spaces to CleanupReport-Line
             perform write-report-line
             move "assigned but not reported cleaned:"
               to CleanupReport-Line
             perform write-report-line
             move 0 to WS-In-Run
             perform varying WS-s from 1 by 1
                     until WS-s > WS-HighSection
               if WS-Sect-Pair(WS-s) > 0
                 if WS-Sect-Cleaned(WS-s) = 1
                   add 1 to WS-DoneCount
                 else
                   add 1 to WS-MissedCount
                 end-if
               end-if
               if WS-In-Run = 1
                  and (WS-Sect-Pair(WS-s) not = WS-Run-Pair
                       or WS-Sect-Cleaned(WS-s) = 1)
                 compute WS-s = WS-s - 1
                 perform write-missed-run
                 compute WS-s = WS-s + 1
                 move 0 to WS-In-Run
               end-if
               if WS-In-Run = 0 and WS-Sect-Pair(WS-s) > 0
                  and WS-Sect-Cleaned(WS-s) = 0
                 move 1 to WS-In-Run
                 move WS-s to WS-Run-Lo
                 move WS-Sect-Pair(WS-s) to WS-Run-Pair
               end-if
             end-perform
             if WS-In-Run = 1
               move WS-HighSection to WS-s
               perform write-missed-run
             end-if
             if WS-MissedCount = 0
               move "  none" to CleanupReport-Line
               perform write-report-line
             end-if
           .

           write-missed-run.
             move WS-Run-Pair to WS-Pair-Disp
             move WS-Run-Lo to WS-Lo-Disp
             move WS-s to WS-Hi-Disp
             move spaces to CleanupReport-Line
             string "  pair " function trim(WS-Pair-Disp)
               " sections " function trim(WS-Lo-Disp) "-"
               function trim(WS-Hi-Disp)
               delimited by size into CleanupReport-Line
             perform write-report-line
           .

           write-stray-section.
             move spaces to CleanupReport-Line
             perform write-report-line
             move "cleaned by a pair not assigned to them:"
               to CleanupReport-Line
             perform write-report-line
             perform varying WS-i from 1 by 1
                     until WS-i > WS-StrayCount
               move WS-Stray-Pair(WS-i) to WS-Pair-Disp
               move WS-Stray-Lo(WS-i) to WS-Lo-Disp
               move WS-Stray-Hi(WS-i) to WS-Hi-Disp
               move spaces to CleanupReport-Line
               string "  pair " function trim(WS-Pair-Disp)
                 " sections " function trim(WS-Lo-Disp) "-"
                 function trim(WS-Hi-Disp)
                 delimited by size into CleanupReport-Line
               if WS-Pair-Here(WS-Stray-Pair(WS-i)) = 0
                 move "  (pair has no assignment tonight)"
                   to CleanupReport-Line(45:)
               end-if
               perform write-report-line
             end-perform
             if WS-StrayCount = 0
               move "  none" to CleanupReport-Line
               perform write-report-line
             end-if
           .

           write-silent-section.
             move spaces to CleanupReport-Line
             perform write-report-line
             move "pairs that reported nothing:" to CleanupReport-Line
             perform write-report-line
             perform varying WS-p from 1 by 1
                     until WS-p > WS-HighestPair
               if WS-Pair-Here(WS-p) = 1
                  and WS-Pair-Reported(WS-p) = 0
                 add 1 to WS-SilentCount
                 move WS-p to WS-Pair-Disp
                 move spaces to CleanupReport-Line
                 string "  pair " function trim(WS-Pair-Disp)
                   delimited by size into CleanupReport-Line
                 perform write-report-line
               end-if
             end-perform
             if WS-SilentCount = 0
               move "  none" to CleanupReport-Line
               perform write-report-line
             end-if
           .

      *    a section cleaned tonight closes whatever was carried;
      *    one missed tonight is carried from tonight unless it was
      *    already outstanding from an earlier night.
           write-carried-section.
             perform varying WS-s from 1 by 1
                     until WS-s > WS-HighSection
               if WS-Sect-Cleaned(WS-s) = 1
                 if WS-Sect-Since(WS-s) not = spaces
                   add 1 to WS-ClosedCount
                   move spaces to WS-Sect-Since(WS-s)
                 end-if
               else
                 if WS-Sect-Pair(WS-s) > 0
                    and WS-Sect-Since(WS-s) = spaces
                   move WS-Night to WS-Sect-Since(WS-s)
                   move WS-Sect-Pair(WS-s) to WS-Sect-OutPair(WS-s)
                 end-if
               end-if
             end-perform
             move spaces to CleanupReport-Line
             perform write-report-line
             move "outstanding sections carried forward, by age:"
               to CleanupReport-Line
             perform write-report-line
             move 0 to WS-In-Run
             perform varying WS-s from 1 by 1
                     until WS-s > WS-HighSection
               if WS-Sect-Since(WS-s) not = spaces
                 add 1 to WS-CarriedCount
               end-if
               if WS-In-Run = 1
                  and (WS-Sect-Since(WS-s) not = WS-Run-Since
                       or WS-Sect-OutPair(WS-s) not = WS-Run-Pair)
                 compute WS-s = WS-s - 1
                 perform write-carried-run
                 compute WS-s = WS-s + 1
                 move 0 to WS-In-Run
               end-if
               if WS-In-Run = 0 and WS-Sect-Since(WS-s) not = spaces
                 move 1 to WS-In-Run
                 move WS-s to WS-Run-Lo
                 move WS-Sect-Since(WS-s) to WS-Run-Since
                 move WS-Sect-OutPair(WS-s) to WS-Run-Pair
               end-if
             end-perform
             if WS-In-Run = 1
               move WS-HighSection to WS-s
               perform write-carried-run
             end-if
             if WS-CarriedCount = 0
               move "  none" to CleanupReport-Line
               perform write-report-line
             end-if
             if WS-ClosedCount > 0
               move WS-ClosedCount to WS-Count-Disp
               move spaces to CleanupReport-Line
               string "  (" function trim(WS-Count-Disp)
                 " earlier outstanding section(s) closed tonight)"
                 delimited by size into CleanupReport-Line
               perform write-report-line
             end-if
           .

           write-carried-run.
             compute WS-Since-Int = function integer-of-date(
               function numval(function concatenate(
                 WS-Run-Since(1:4), WS-Run-Since(6:2),
                 WS-Run-Since(9:2))))
             if WS-Night-Int > WS-Since-Int
               compute WS-Age-Disp = WS-Night-Int - WS-Since-Int
             else
               move zero to WS-Age-Disp
             end-if
             move WS-Run-Pair to WS-Pair-Disp
             move WS-Run-Lo to WS-Lo-Disp
             move WS-s to WS-Hi-Disp
             move spaces to CleanupReport-Line
             string "  sections " function trim(WS-Lo-Disp) "-"
               function trim(WS-Hi-Disp) " pair "
               function trim(WS-Pair-Disp) " since " WS-Run-Since
               " age " function trim(WS-Age-Disp) " night(s)"
               delimited by size into CleanupReport-Line
             perform write-report-line
           .

           rewrite-outstanding.
             open output Outstanding
             perform varying WS-s from 1 by 1
                     until WS-s > WS-HighSection
               if WS-Sect-Since(WS-s) not = spaces
                 move WS-s to WS-Out-Section
                 move WS-Sect-Since(WS-s) to WS-Out-Since
                 move WS-Sect-OutPair(WS-s) to WS-Out-PairNo
                 move WS-Outstanding-Record to Outstanding-Line
                 write Outstanding-Line
               end-if
             end-perform
             close Outstanding
           .

           write-report-line.
             write CleanupReport-Line
           .

           copy "numvalp.cpy".
