       identification division.
           program-id. Day-05-Stocktake.
      *    the yard stocktake variance run. the counters' sheet,
      *    keyed through Day-05-Count-Entry into
      *    day05-stock-count.txt, is compared level by level with
      *    what the crane says the yard holds (day05a-final-stacks
      *    .txt). only stacks on the count sheet are compared - a
      *    stack with no row was not counted and is only listed as
      *    such. every difference on a counted stack is one of
      *      MISSING    the system has the crate there, the counters
      *                 did not see it anywhere on the counted stacks
      *      UNEXPECTED the counters saw a crate where the system has
      *                 none, or has another crate
      *      MISPLACED  the crate is missing from its system place
      *                 and a crate with the same letter was seen at
      *                 another counted stack or level - the two are
      *                 paired up instead of reported twice
      *    each variance carries the last transaction that touched a
      *    crate with that letter, from the indexed
      *    day05a-move-history.dat (the same keyed read
      *    Day-05-Crate-Inquiry uses), so the yard office can see
      *    whether the crane last put it there or it never moved.
      *    the report is day05-stocktake-variance.txt. every
      *    variance stages an exception (staging-stktak-exceptions
      *    .txt; MISSING as REJECT, the others DEGRADE), merged
      *    straight away through Day-Ledger-Consolidate so the
      *    variances show up in the morning recap. rc 4 when there
      *    is any variance, rc 8 when there is no layout or no count.
       environment division.
           input-output section.
             file-control.
               select FinalStacks
                 assign to "day05a-final-stacks.txt"
                 organization is line sequential
                 file status is WS-Stacks-Status.
               select CountSheet
                 assign to "day05-stock-count.txt"
                 organization is line sequential
                 file status is WS-Count-Status.
               select MoveHistory
                 assign to "day05a-move-history.dat"
                 organization is indexed
                 access mode is dynamic
                 record key is MH-Key
                 file status is WS-MoveHist-Status.
               select VarianceReport
                 assign to "day05-stocktake-variance.txt"
                 organization is line sequential.
               select ExceptionStaging
                 assign to "staging-stktak-exceptions.txt"
                 organization is line sequential
                 file status is WS-Staging-Status.
       data division.
           file section.
             fd FinalStacks.
                01 FinalStacks-Line pic X(210).
             fd CountSheet.
                01 CountSheet-Line pic X(40).
             fd MoveHistory.
                01 MoveHistory-Record.
                   05 MH-Key.
                      10 MH-Crate  pic A.
                      10 MH-HopSeq pic 9(6).
                   05 MH-InstrNo   pic 9(8).
                   05 MH-FromStack pic 9(3).
                   05 MH-ToStack   pic 9(3).
                   05 MH-RestStack pic 9(3).
                   05 MH-RestLevel pic 9(3).
             fd VarianceReport.
                01 VarianceReport-Line pic X(132).
             fd ExceptionStaging.
                01 ExceptionStaging-Line pic X(180).
           working-storage section.
             copy "exceplg.cpy".
             01 WS-Stacks-Status pic XX.
             88 WS-Stacks-OK    value "00".
             88 WS-Stacks-Error value "30" thru "99".
             01 WS-Count-Status pic XX.
             88 WS-Count-OK    value "00".
             88 WS-Count-Error value "30" thru "99".
             01 WS-MoveHist-Status pic XX.
             88 WS-MoveHist-OK    value "00".
             88 WS-MoveHist-Error value "30" thru "99".
             01 WS-Staging-Status pic XX.
             01 WS-EOF pic 9 value zero.
             01 WS-MoveHist-EOF pic 9 value zero.
             01 WS-MoveHist-Open pic 9 value zero.
             01 WS-TodayDate pic X(10).
             01 WS-CurrentDate pic X(8).
             01 WS-Run-Id pic X(15).
      *      the base camp this run is for (Site-Context: AOC_SITE,
      *      else the home camp), stamped on staged rows.
             01 WS-Site-Mode pic X(1) value "C".
             01 WS-Site-Code pic X(6).
             01 WS-Site-Path pic X(100).
             01 WS-Processing-Year pic X(4) value "2022".
             01 WS-Stacks-Row.
                05 WS-Row-StackNo  pic 999.
                05 FILLER          pic X(1).
                05 WS-Row-StackStr pic A(200).
             01 WS-Count-Record.
                05 WS-CRec-Stack    pic 9(03).
                05 FILLER           pic X(1).
                05 WS-CRec-Level    pic 9(03).
                05 FILLER           pic X(1).
                05 WS-CRec-Crate    pic X(1).
                05 FILLER           pic X(1).
                05 WS-CRec-Date     pic X(10).
                05 FILLER           pic X(1).
                05 WS-CRec-Operator pic X(3).
      *      per stack: the system's crates and the counted ones,
      *      both bottom first, and whether the stack was counted.
             01 WS-StackCount pic 9(03) value zero.
             01 WS-HighStack pic 9(03) value zero.
             01 WS-Yard-Table.
                05 WS-Yard-Stack occurs 999 times.
                   10 WS-Sys-Str     pic X(200).
                   10 WS-Cnt-Str     pic X(200).
                   10 WS-Counted     pic 9.
             01 WS-s pic 9(04).
             01 WS-k pic 9(03).
             01 WS-Stack-Disp pic 9(03).
             01 WS-SheetRows pic 9(06) value zero.
             01 WS-BadRows pic 9(06) value zero.
             01 WS-CountedStacks pic 9(03) value zero.
             01 WS-Count-Date pic X(10) value spaces.
      *      the differences as they are found: what the system has
      *      there and what was seen, before MISPLACED pairing.
             01 WS-MissCount pic 9(04) value zero.
             01 WS-Miss-Table.
                05 WS-Miss occurs 0 to 5000 times
                     depending on WS-MissCount.
                   10 WS-Miss-Crate  pic X(1).
                   10 WS-Miss-Stack  pic 9(03).
                   10 WS-Miss-Level  pic 9(03).
                   10 WS-Miss-Paired pic 9(04).
             01 WS-FindCount pic 9(04) value zero.
             01 WS-Find-Table.
                05 WS-Find occurs 0 to 5000 times
                     depending on WS-FindCount.
                   10 WS-Find-Crate  pic X(1).
                   10 WS-Find-Stack  pic 9(03).
                   10 WS-Find-Level  pic 9(03).
                   10 WS-Find-Paired pic 9.
             01 WS-m pic 9(04).
             01 WS-f pic 9(04).
             01 WS-MissingCount    pic 9(06) value zero.
             01 WS-UnexpectedCount pic 9(06) value zero.
             01 WS-MisplacedCount  pic 9(06) value zero.
      *      the last hop of the crate being reported.
             01 WS-Crate pic X(1).
             01 WS-HopCount pic 9(06).
             01 WS-Last-InstrNo pic 9(08).
             01 WS-Last-From    pic 9(03).
             01 WS-Last-To      pic 9(03).
             01 WS-Last-Stack   pic 9(03).
             01 WS-Last-Level   pic 9(03).
             01 WS-Last-Text pic X(70).
             01 WS-Instr-Disp pic Z(7)9.
             01 WS-Severity pic X(8).
             01 WS-Reason pic X(40).
             01 WS-Ledger-Record pic X(60).
             01 WS-Count-Disp pic Z(5)9.
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
           initialize WS-Yard-Table
           perform load-final-stacks
           if WS-StackCount = 0
             display "Day-05-Stocktake: no day05a-final-stacks.txt "
               "- run Day-05a first"
             move 8 to return-code
             goback
           end-if
           perform load-count-sheet
           if WS-CountedStacks = 0
             display "Day-05-Stocktake: nothing on "
               "day05-stock-count.txt - key the count sheets with "
               "Day-05-Count-Entry first"
             move 8 to return-code
             goback
           end-if
           perform varying WS-s from 1 by 1 until WS-s > WS-HighStack
             if WS-Counted(WS-s) = 1
               perform compare-counted-stack
             end-if
           end-perform
           perform pair-misplaced-crates
           open input MoveHistory
           if WS-MoveHist-OK
             move 1 to WS-MoveHist-Open
           else
             display "Day-05-Stocktake: no day05a-move-history.dat "
               "- variances are reported without the last move"
           end-if
           perform write-variance-report
           if WS-MoveHist-Open = 1
             close MoveHistory
           end-if
           if WS-MissingCount + WS-UnexpectedCount
              + WS-MisplacedCount > 0
             call "Day-Ledger-Consolidate"
             move 4 to return-code
           end-if
           display "Day-05-Stocktake: " WS-CountedStacks
             " stack(s) counted, " WS-MissingCount " missing, "
             WS-UnexpectedCount " unexpected, " WS-MisplacedCount
             " misplaced"
           goback.

           load-final-stacks.
             move zero to WS-EOF
             open input FinalStacks
             if WS-Stacks-Error
               exit paragraph
             end-if
             perform until WS-EOF = 1
               read FinalStacks into WS-Stacks-Row
                 at end move 1 to WS-EOF
                 not at end
                   if WS-StackCount < 999
                     add 1 to WS-StackCount
                     move WS-Row-StackStr
                       to WS-Sys-Str(WS-StackCount)
                   end-if
               end-read
             end-perform
             close FinalStacks
             move WS-StackCount to WS-HighStack
             move zero to WS-EOF
           .

      *    a row for a stack the crane does not have is still
      *    compared - everything seen there is unexpected.
           load-count-sheet.
             move zero to WS-EOF
             open input CountSheet
             if WS-Count-Error
               exit paragraph
             end-if
             perform until WS-EOF = 1
               read CountSheet into WS-Count-Record
                 at end move 1 to WS-EOF
                 not at end
                   perform take-count-row
               end-read
             end-perform
             close CountSheet
             move zero to WS-EOF
           .

           take-count-row.
             if CountSheet-Line = spaces
               exit paragraph
             end-if
             if WS-CRec-Stack not numeric or WS-CRec-Level not numeric
                or WS-CRec-Stack = 0 or WS-CRec-Level > 200
               add 1 to WS-BadRows
               display "Day-05-Stocktake: unreadable count row '"
                 function trim(CountSheet-Line) "' - skipped"
               exit paragraph
             end-if
             add 1 to WS-SheetRows
             move WS-CRec-Stack to WS-s
             if WS-Counted(WS-s) = 0
               move 1 to WS-Counted(WS-s)
               add 1 to WS-CountedStacks
             end-if
             if WS-s > WS-HighStack
               move WS-s to WS-HighStack
             end-if
             if WS-CRec-Date > WS-Count-Date
               move WS-CRec-Date to WS-Count-Date
             end-if
             if WS-CRec-Level > 0
               move WS-CRec-Level to WS-k
               move WS-CRec-Crate to WS-Cnt-Str(WS-s)(WS-k:1)
             end-if
           .

           compare-counted-stack.
             perform varying WS-k from 1 by 1 until WS-k > 200
               if WS-Sys-Str(WS-s)(WS-k:1)
                  not = WS-Cnt-Str(WS-s)(WS-k:1)
                 if WS-Sys-Str(WS-s)(WS-k:1) not = space
                    and WS-MissCount < 5000
                   add 1 to WS-MissCount
                   move WS-Sys-Str(WS-s)(WS-k:1)
                     to WS-Miss-Crate(WS-MissCount)
                   move WS-s to WS-Miss-Stack(WS-MissCount)
                   move WS-k to WS-Miss-Level(WS-MissCount)
                   move zero to WS-Miss-Paired(WS-MissCount)
                 end-if
                 if WS-Cnt-Str(WS-s)(WS-k:1) not = space
                    and WS-FindCount < 5000
                   add 1 to WS-FindCount
                   move WS-Cnt-Str(WS-s)(WS-k:1)
                     to WS-Find-Crate(WS-FindCount)
                   move WS-s to WS-Find-Stack(WS-FindCount)
                   move WS-k to WS-Find-Level(WS-FindCount)
                   move zero to WS-Find-Paired(WS-FindCount)
                 end-if
               end-if
             end-perform
           .

      *    first come, first paired: the earliest unpaired sighting
      *    of the same letter takes the missing crate.
           pair-misplaced-crates.
             perform varying WS-m from 1 by 1 until WS-m > WS-MissCount
               perform varying WS-f from 1 by 1
                       until WS-f > WS-FindCount
                 if WS-Find-Paired(WS-f) = 0
                    and WS-Find-Crate(WS-f) = WS-Miss-Crate(WS-m)
                   move WS-f to WS-Miss-Paired(WS-m)
                   move 1 to WS-Find-Paired(WS-f)
                   exit perform
                 end-if
               end-perform
             end-perform
           .

           write-variance-report.
             open output VarianceReport
             move spaces to VarianceReport-Line
             string "yard stocktake variance - count of "
               WS-Count-Date " against day05a-final-stacks.txt, run "
               WS-TodayDate delimited by size into VarianceReport-Line
             write VarianceReport-Line
             move spaces to VarianceReport-Line
             write VarianceReport-Line
             perform varying WS-m from 1 by 1 until WS-m > WS-MissCount
               if WS-Miss-Paired(WS-m) = 0
                 perform report-missing
               else
                 perform report-misplaced
               end-if
             end-perform
             perform varying WS-f from 1 by 1
                     until WS-f > WS-FindCount
               if WS-Find-Paired(WS-f) = 0
                 perform report-unexpected
               end-if
             end-perform
             if WS-MissingCount + WS-UnexpectedCount
                + WS-MisplacedCount = 0
               move "no variances - the count agrees with the system"
                 to VarianceReport-Line
               write VarianceReport-Line
             end-if
             move spaces to VarianceReport-Line
             write VarianceReport-Line
             perform varying WS-s from 1 by 1 until WS-s > WS-StackCount
               if WS-Counted(WS-s) = 0
                 move WS-s to WS-Stack-Disp
                 move spaces to VarianceReport-Line
                 string "NOT COUNTED stack " WS-Stack-Disp
                   delimited by size into VarianceReport-Line
                 write VarianceReport-Line
               end-if
             end-perform
             move spaces to VarianceReport-Line
             write VarianceReport-Line
             move WS-SheetRows to WS-Count-Disp
             move spaces to VarianceReport-Line
             string "count rows " function trim(WS-Count-Disp)
               ", stacks counted " WS-CountedStacks
               ", unreadable rows " WS-BadRows
               delimited by size into VarianceReport-Line
             write VarianceReport-Line
             move spaces to VarianceReport-Line
             string "missing " WS-MissingCount ", unexpected "
               WS-UnexpectedCount ", misplaced " WS-MisplacedCount
               delimited by size into VarianceReport-Line
             write VarianceReport-Line
             close VarianceReport
           .

           report-missing.
             add 1 to WS-MissingCount
             move WS-Miss-Crate(WS-m) to WS-Crate
             perform find-last-move
             move spaces to VarianceReport-Line
             string "MISSING    crate " WS-Crate " system stack "
               WS-Miss-Stack(WS-m) " level " WS-Miss-Level(WS-m)
               ", not seen" delimited by size into VarianceReport-Line
             write VarianceReport-Line
             perform write-last-move-line
             move "REJECT" to WS-Severity
             move "stocktake: crate missing from its stack"
               to WS-Reason
             move spaces to WS-Ledger-Record
             string "crate " WS-Crate " system " WS-Miss-Stack(WS-m)
               "/" WS-Miss-Level(WS-m) " counted ---/---"
               delimited by size into WS-Ledger-Record
             perform stage-variance
           .

           report-misplaced.
             add 1 to WS-MisplacedCount
             move WS-Miss-Paired(WS-m) to WS-f
             move WS-Miss-Crate(WS-m) to WS-Crate
             perform find-last-move
             move spaces to VarianceReport-Line
             string "MISPLACED  crate " WS-Crate " system stack "
               WS-Miss-Stack(WS-m) " level " WS-Miss-Level(WS-m)
               ", counted at stack " WS-Find-Stack(WS-f) " level "
               WS-Find-Level(WS-f)
               delimited by size into VarianceReport-Line
             write VarianceReport-Line
             perform write-last-move-line
             move "DEGRADE" to WS-Severity
             move "stocktake: crate at wrong stack or level"
               to WS-Reason
             move spaces to WS-Ledger-Record
             string "crate " WS-Crate " system " WS-Miss-Stack(WS-m)
               "/" WS-Miss-Level(WS-m) " counted "
               WS-Find-Stack(WS-f) "/" WS-Find-Level(WS-f)
               delimited by size into WS-Ledger-Record
             perform stage-variance
           .

           report-unexpected.
             add 1 to WS-UnexpectedCount
             move WS-Find-Crate(WS-f) to WS-Crate
             perform find-last-move
             move spaces to VarianceReport-Line
             string "UNEXPECTED crate " WS-Crate " counted at stack "
               WS-Find-Stack(WS-f) " level " WS-Find-Level(WS-f)
               ", system has none there"
               delimited by size into VarianceReport-Line
             write VarianceReport-Line
             perform write-last-move-line
             move "DEGRADE" to WS-Severity
             move "stocktake: crate found where none booked"
               to WS-Reason
             move spaces to WS-Ledger-Record
             string "crate " WS-Crate " system ---/--- counted "
               WS-Find-Stack(WS-f) "/" WS-Find-Level(WS-f)
               delimited by size into WS-Ledger-Record
             perform stage-variance
           .

      *    the hops of a crate letter sit together under the key
      *    (crate, 1) .. (crate, n); the last one read is the last
      *    transaction that touched it.
           find-last-move.
             move zero to WS-HopCount
             move spaces to WS-Last-Text
             if WS-MoveHist-Open = 0
               exit paragraph
             end-if
             move WS-Crate to MH-Crate
             move 1 to MH-HopSeq
             move 0 to WS-MoveHist-EOF
             start MoveHistory key is >= MH-Key
               invalid key move 1 to WS-MoveHist-EOF
             end-start
             perform until WS-MoveHist-EOF = 1
               read MoveHistory next
                 at end move 1 to WS-MoveHist-EOF
                 not at end
                   if MH-Crate not = WS-Crate
                     move 1 to WS-MoveHist-EOF
                   else
                     add 1 to WS-HopCount
                     move MH-InstrNo to WS-Last-InstrNo
                     move MH-FromStack to WS-Last-From
                     move MH-ToStack to WS-Last-To
                     move MH-RestStack to WS-Last-Stack
                     move MH-RestLevel to WS-Last-Level
                   end-if
               end-read
               if WS-MoveHist-Status not = "00"
                 move 1 to WS-MoveHist-EOF
               end-if
             end-perform
             if WS-HopCount = 0
               move "last move: never moved by the crane"
                 to WS-Last-Text
             else
               move WS-Last-InstrNo to WS-Instr-Disp
               string "last move: instr " function trim(WS-Instr-Disp)
                 " from " WS-Last-From " to " WS-Last-To
                 ", left at stack " WS-Last-Stack " level "
                 WS-Last-Level delimited by size into WS-Last-Text
             end-if
           .

           write-last-move-line.
             if WS-Last-Text not = spaces
               move spaces to VarianceReport-Line
               string "           " WS-Last-Text
                 delimited by size into VarianceReport-Line
               write VarianceReport-Line
             end-if
           .

           stage-variance.
             open extend ExceptionStaging
             if WS-Staging-Status = "35"
               open output ExceptionStaging
             end-if
             move spaces to WS-ExceptionLedger-Line
             move WS-Processing-Year to WS-ExceptionLedger-Year
             move "05" to WS-ExceptionLedger-Day
             move "Day-05Stck" to WS-ExceptionLedger-Program
             move zero to WS-ExceptionLedger-LineNo
             move WS-Reason to WS-ExceptionLedger-Reason
             move WS-TodayDate to WS-ExceptionLedger-Date
             move WS-Run-Id to WS-ExceptionLedger-RunId
             move WS-Severity to WS-ExceptionLedger-Severity
             move WS-Ledger-Record to WS-ExceptionLedger-Record
             move WS-Site-Code to WS-ExceptionLedger-Site
             move WS-ExceptionLedger-Line to ExceptionStaging-Line
             write ExceptionStaging-Line
             close ExceptionStaging
           .
