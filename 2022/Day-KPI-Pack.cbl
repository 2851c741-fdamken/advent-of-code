       identification division.
           program-id. Day-KPI-Pack.
      *    the monthly management KPI pack: one document per closed
      *    month, built from the KPI figures Day-Month-Close froze on
      *    period-control.txt when it closed the period (kpifig.cpy)
      *    - nights run against nights scheduled, batches finished
      *    inside the batch window, exceptions per thousand records
      *    for the month and by day, GO and NO-GO certification
      *    nights, disputes and reruns, and the calorie, cleanup
      *    coverage and crane cost headlines. takes the period
      *    (YYYY-MM) on the command line and writes
      *    kpi-pack-<period>.txt: every figure beside the previous
      *    month's, the change, and its target from kpi-targets.txt
      *    with MET or MISSED.
      *    kpi-targets.txt holds one row per figure - the name, the
      *    target and HIGH (met at or above it) or LOW (met at or
      *    below it); a target named EXC-RATE-DAY covers every
      *    EXC-RATE-DAY-nn figure without one of its own.
      *    only a closed period has a pack - its figures were fixed
      *    at the close, so the pack can be printed again at any time
      *    and show the same numbers. a period still open, or one
      *    closed before the close froze KPI figures, is refused with
      *    return code 8. a previous month with no figures shows
      *    n/a, as does any figure the month had no base for.
       environment division.
           input-output section.
             file-control.
               select PeriodControl assign to "period-control.txt"
                 organization is line sequential
                 file status is WS-Period-Status.
               select KpiTargets assign to "kpi-targets.txt"
                 organization is line sequential
                 file status is WS-Target-Status.
               select KpiPack assign to dynamic WS-Pack-Name
                 organization is line sequential.
       data division.
           file section.
             fd PeriodControl.
                01 PeriodControl-Line pic X(80).
             fd KpiTargets.
                01 KpiTargets-Line pic X(80).
             fd KpiPack.
                01 KpiPack-Line pic X(100).
           working-storage section.
             copy "kpifig.cpy".
             01 WS-Period-Status pic XX.
             88 WS-Period-OK    value "00".
             88 WS-Period-Error value "30" thru "99".
             01 WS-Target-Status pic XX.
             88 WS-Target-OK    value "00".
             88 WS-Target-Error value "30" thru "99".
             01 WS-EOF pic 9 value zero.
             01 WS-Pack-Name pic X(40).
             01 WS-Period pic X(7).
             01 WS-Prev-Period pic X(7).
             01 WS-Prev-Year  pic 9(4).
             01 WS-Prev-Month pic 9(2).
             01 WS-Closed-Date pic X(10) value spaces.
             01 WS-Prev-Found pic 9 value zero.
             01 WS-Period-Record.
                05 WS-PC-Kind   pic X(6).
                05 FILLER       pic X(1).
                05 WS-PC-Period pic X(7).
                05 FILLER       pic X(1).
                05 WS-PC-Rest   pic X(60).
      *      this month's figures in their frozen order, with the
      *      previous month's value and the target found for each.
             01 WS-FigCount pic 9(03) value zero.
             01 WS-Fig-Table.
                05 WS-Fig-Entry occurs 0 to 100 times
                     depending on WS-FigCount.
                   10 WS-Fig-Name      pic X(20).
                   10 WS-Fig-Value     pic 9(12)V99.
                   10 WS-Fig-Has-Prev  pic X(1).
                   10 WS-Fig-Prev      pic 9(12)V99.
                   10 WS-Fig-Target-No pic 9(03).
             01 WS-f pic 9(03).
             01 WS-Fig-Value-In pic 9(12)V99.
             01 WS-TargetCount pic 9(03) value zero.
             01 WS-Target-Table.
                05 WS-Target-Entry occurs 0 to 100 times
                     depending on WS-TargetCount.
                   10 WS-Target-Name  pic X(20).
                   10 WS-Target-Value pic 9(12)V99.
                   10 WS-Target-Dir   pic X(4).
             01 WS-t pic 9(03).
             01 WS-Target-Key pic X(20).
             01 WS-Tgt-Name-X  pic X(20).
             01 WS-Tgt-Value-X pic X(20).
             01 WS-Tgt-Dir-X   pic X(10).
             01 WS-BadTargets pic 9(03) value zero.
             01 WS-Change pic S9(12)V99.
             01 WS-MetCount    pic 9(03) value zero.
             01 WS-MissedCount pic 9(03) value zero.
             01 WS-NoTgtCount  pic 9(03) value zero.
             01 WS-Amount-Disp pic Z(10)9.99.
             01 WS-Change-Disp pic -(10)9.99.
             01 WS-Pack-Row.
                05 WS-Pack-Name-Col pic X(20).
                05 FILLER           pic X(1) value space.
                05 WS-Pack-This     pic X(14).
                05 FILLER           pic X(1) value space.
                05 WS-Pack-Prev     pic X(14).
                05 FILLER           pic X(1) value space.
                05 WS-Pack-Change   pic X(14).
                05 FILLER           pic X(1) value space.
                05 WS-Pack-Target   pic X(14).
                05 FILLER           pic X(2) value spaces.
                05 WS-Pack-Status   pic X(6).
       procedure division.
           accept WS-Period from command-line
           if WS-Period = spaces or WS-Period(5:1) not = "-"
              or WS-Period(1:4) not numeric
              or WS-Period(6:2) not numeric
             display "Day-KPI-Pack: give the closed period as YYYY-MM"
             move 8 to return-code
             goback
           end-if
           move WS-Period(1:4) to WS-Prev-Year
           move WS-Period(6:2) to WS-Prev-Month
           if WS-Prev-Month <= 1
             subtract 1 from WS-Prev-Year
             move 12 to WS-Prev-Month
           else
             subtract 1 from WS-Prev-Month
           end-if
           move spaces to WS-Prev-Period
           string WS-Prev-Year "-" WS-Prev-Month
             delimited by size into WS-Prev-Period
           perform load-period-figures
           if WS-Closed-Date = spaces
             display "period " WS-Period " is not closed - close it "
               "with Day-Month-Close before its KPI pack"
             move 8 to return-code
             goback
           end-if
           if WS-FigCount = 0
             display "period " WS-Period " was closed " WS-Closed-Date
               " without frozen KPI figures - no pack"
             move 8 to return-code
             goback
           end-if
           perform load-kpi-targets
           perform varying WS-f from 1 by 1 until WS-f > WS-FigCount
             perform find-figure-target
           end-perform
           perform write-kpi-pack
           display "KPI pack for " WS-Period ": " WS-FigCount
             " figure(s), " WS-MetCount " target(s) met, "
             WS-MissedCount " missed - see "
             function trim(WS-Pack-Name)
           if WS-Prev-Found = 0
             display "  no KPI figures for " WS-Prev-Period
               " - previous month shown as n/a"
           end-if
           if WS-BadTargets > 0
             display "  " WS-BadTargets " unreadable row(s) on "
               "kpi-targets.txt skipped"
           end-if
           goback.

      *    this month's figures first, in their order; the previous
      *    month's are then matched to them by name.
           load-period-figures.
             move zero to WS-EOF
             open input PeriodControl
             if WS-Period-Error
               exit paragraph
             end-if
             perform until WS-EOF = 1
               read PeriodControl into WS-Period-Record
                 at end move 1 to WS-EOF
                 not at end
                   move WS-Period-Record to WS-KPI-Row
                   evaluate true
                     when WS-PC-Kind = "PERIOD"
                          and WS-PC-Period = WS-Period
                       move WS-PC-Rest(8:10) to WS-Closed-Date
                     when WS-KPI-Kind = "KPI"
                          and WS-KPI-Period = WS-Period
                       perform add-period-figure
                   end-evaluate
               end-read
             end-perform
             close PeriodControl
             move zero to WS-EOF
             if WS-FigCount = 0
               exit paragraph
             end-if
             open input PeriodControl
             perform until WS-EOF = 1
               read PeriodControl into WS-KPI-Row
                 at end move 1 to WS-EOF
                 not at end
                   if WS-KPI-Kind = "KPI"
                      and WS-KPI-Period = WS-Prev-Period
                     perform match-previous-figure
                   end-if
               end-read
             end-perform
             close PeriodControl
             move zero to WS-EOF
           .

           add-period-figure.
             if WS-FigCount >= 100
               exit paragraph
             end-if
             add 1 to WS-FigCount
             move WS-KPI-Name to WS-Fig-Name(WS-FigCount)
             move function numval(WS-KPI-Value)
               to WS-Fig-Value(WS-FigCount)
             move "N" to WS-Fig-Has-Prev(WS-FigCount)
             move zero to WS-Fig-Prev(WS-FigCount)
             move zero to WS-Fig-Target-No(WS-FigCount)
           .

           match-previous-figure.
             move 1 to WS-Prev-Found
             perform varying WS-f from 1 by 1
                     until WS-f > WS-FigCount
               if WS-Fig-Name(WS-f) = WS-KPI-Name
                 move "Y" to WS-Fig-Has-Prev(WS-f)
                 move function numval(WS-KPI-Value)
                   to WS-Fig-Prev(WS-f)
                 exit perform
               end-if
             end-perform
           .

           load-kpi-targets.
             move zero to WS-EOF
             open input KpiTargets
             if WS-Target-Error
               display "  no kpi-targets.txt - figures shown without "
                 "targets"
               exit paragraph
             end-if
             perform until WS-EOF = 1
               read KpiTargets
                 at end move 1 to WS-EOF
                 not at end
                   if KpiTargets-Line not = spaces
                     perform add-kpi-target
                   end-if
               end-read
             end-perform
             close KpiTargets
             move zero to WS-EOF
           .

           add-kpi-target.
             move spaces to WS-Tgt-Name-X WS-Tgt-Value-X WS-Tgt-Dir-X
             unstring KpiTargets-Line delimited by all space
               into WS-Tgt-Name-X WS-Tgt-Value-X WS-Tgt-Dir-X
             move function upper-case(WS-Tgt-Dir-X) to WS-Tgt-Dir-X
             if function test-numval(WS-Tgt-Value-X) not = 0
                or (WS-Tgt-Dir-X not = "HIGH"
                    and WS-Tgt-Dir-X not = "LOW")
                or WS-TargetCount >= 100
               add 1 to WS-BadTargets
               exit paragraph
             end-if
             add 1 to WS-TargetCount
             move function upper-case(WS-Tgt-Name-X)
               to WS-Target-Name(WS-TargetCount)
             move function numval(WS-Tgt-Value-X)
               to WS-Target-Value(WS-TargetCount)
             move WS-Tgt-Dir-X to WS-Target-Dir(WS-TargetCount)
           .

      *    a figure's own target first; a day's exception rate falls
      *    back on the all-days EXC-RATE-DAY target.
           find-figure-target.
             move WS-Fig-Name(WS-f) to WS-Target-Key
             perform search-target
             if WS-Fig-Target-No(WS-f) = 0
                and WS-Fig-Name(WS-f)(1:13) = "EXC-RATE-DAY-"
               move "EXC-RATE-DAY" to WS-Target-Key
               perform search-target
             end-if
           .

           search-target.
             perform varying WS-t from 1 by 1
                     until WS-t > WS-TargetCount
               if WS-Target-Name(WS-t) = WS-Target-Key
                 move WS-t to WS-Fig-Target-No(WS-f)
                 exit perform
               end-if
             end-perform
           .

           write-kpi-pack.
             move spaces to WS-Pack-Name
             string "kpi-pack-" WS-Period ".txt"
               delimited by size into WS-Pack-Name
             open output KpiPack
             move spaces to KpiPack-Line
             string "===== management KPI pack " WS-Period
               " - closed " WS-Closed-Date " - against "
               WS-Prev-Period " ====="
               delimited by size into KpiPack-Line
             write KpiPack-Line
             move spaces to KpiPack-Line
             write KpiPack-Line
             move "kpi                      this month     prev month"
               & "         change         target  status"
               to KpiPack-Line
             write KpiPack-Line
             perform varying WS-f from 1 by 1 until WS-f > WS-FigCount
               perform write-figure-row
             end-perform
             move spaces to KpiPack-Line
             write KpiPack-Line
             move spaces to KpiPack-Line
             string WS-FigCount " figure(s): " WS-MetCount " met, "
               WS-MissedCount " missed, " WS-NoTgtCount
               " without a target"
               delimited by size into KpiPack-Line
             write KpiPack-Line
             close KpiPack
           .

           write-figure-row.
             move spaces to WS-Pack-Row
             move WS-Fig-Name(WS-f) to WS-Pack-Name-Col
             move WS-Fig-Value(WS-f) to WS-Amount-Disp
             move WS-Amount-Disp to WS-Pack-This
             if WS-Fig-Has-Prev(WS-f) = "Y"
               move WS-Fig-Prev(WS-f) to WS-Amount-Disp
               move WS-Amount-Disp to WS-Pack-Prev
               compute WS-Change = WS-Fig-Value(WS-f)
                 - WS-Fig-Prev(WS-f)
               move WS-Change to WS-Change-Disp
               move WS-Change-Disp to WS-Pack-Change
             else
               move "           n/a" to WS-Pack-Prev
               move "           n/a" to WS-Pack-Change
             end-if
             move WS-Fig-Target-No(WS-f) to WS-t
             if WS-t = 0
               move "             -" to WS-Pack-Target
               add 1 to WS-NoTgtCount
             else
               move WS-Target-Value(WS-t) to WS-Amount-Disp
               move WS-Amount-Disp to WS-Pack-Target
               evaluate true
                 when WS-Target-Dir(WS-t) = "HIGH"
                      and WS-Fig-Value(WS-f) >= WS-Target-Value(WS-t)
                   move "MET" to WS-Pack-Status
                 when WS-Target-Dir(WS-t) = "LOW"
                      and WS-Fig-Value(WS-f) <= WS-Target-Value(WS-t)
                   move "MET" to WS-Pack-Status
                 when other
                   move "MISSED" to WS-Pack-Status
               end-evaluate
               if WS-Pack-Status = "MET"
                 add 1 to WS-MetCount
               else
                 add 1 to WS-MissedCount
               end-if
             end-if
             move WS-Pack-Row to KpiPack-Line
             write KpiPack-Line
           .
