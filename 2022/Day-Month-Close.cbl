      *        (month-statement-<period>.txt) of the period's runs,
      *        answers and exceptions.
      *    closing an already-closed period is refused.
      *    so is closing on totals that would be wrong: a month
      *    generation whose *LAYOUT header is not the ledger's
      *    current layout (ledgver.cpy) is refused rather than read
      *    through the wrong copybook, and the period stays open
      *    until Day-Ledger-Convert has brought it up to date.
      *    the close also freezes the month's management KPI figures
      *    as "KPI <period> <name> <value>" rows (kpifig.cpy) on
      *    period-control.txt, for Day-KPI-Pack:
      *      - nights scheduled (RUN rows on batch-calendar.txt) and
      *        nights run (those with run-history rows);
      *      - batches run and batches on time - a batch is a run-id,
      *        its span from its first step's start to its last
      *        step's end held against site-config
      *        batch-window-minutes (default 120);
      *      - exceptions per thousand records read, for the month
      *        and day by day, the records from run-control.txt;
      *      - GO and NO-GO nights, the consolidated verdicts on
      *        night-certify-history.txt (a night's last one counts);
      *      - disputes opened, upheld and rejected in the month and
      *        left undecided at its end (dispute-cases.txt), and
      *        reruns filed, run and failed (rerun-requests.txt);
      *      - the headlines: the month's last Day 01 max-calories
      *        answer, the cleanup coverage percentage on
      *        day04-coverage.txt and the crane cost on
      *        day05-cost-report.txt - those two reports hold the
      *        latest run only, so they are taken as they stand at
      *        the close.
       environment division.
           input-output section.
             file-control.
                 file status is WS-Period-Status.
               select Statement assign to dynamic WS-Statement-Name
                 organization is line sequential.
               select KpiSource assign to dynamic WS-Kpi-Source-Name
                 organization is line sequential
                 file status is WS-Kpi-Status.
       data division.
           file section.
             fd LedgerSource.
                01 PeriodControl-Line pic X(80).
             fd Statement.
                01 Statement-Line pic X(100).
             fd KpiSource.
                01 KpiSource-Line pic X(400).
           working-storage section.
             copy "resultlg.cpy".
             copy "runhist.cpy".
             copy "exceplg.cpy".
             copy "ledgver.cpy".
             copy "runctl.cpy".
             copy "dispcase.cpy".
             copy "rerunreq.cpy".
             copy "kpifig.cpy".
             01 WS-Layout-Required pic X(1).
             01 WS-Source-Status pic XX.
             88 WS-Source-OK    value "00".
             88 WS-Source-Error value "30" thru "99".
             01 WS-AnswerCount pic 9(06) value zero.
             01 WS-RunCount    pic 9(06) value zero.
             01 WS-ExcCount    pic 9(06) value zero.
      *      the KPI sources, read through one dynamic file.
             01 WS-Kpi-Status pic XX.
             88 WS-Kpi-OK    value "00".
             88 WS-Kpi-Error value "30" thru "99".
             01 WS-Kpi-Source-Name pic X(40).
             01 WS-Calendar-Record.
                05 WS-Calendar-Date   pic X(10).
                05 FILLER             pic X(1).
                05 WS-Calendar-Type   pic X(8).
             01 WS-Certify-Record.
                05 WS-Certify-Date    pic X(10).
                05 FILLER             pic X(1).
                05 WS-Certify-Verdict pic X(5).
                05 FILLER             pic X(1).
                05 WS-Certify-Site    pic X(6).
             01 WS-Coverage-Record.
                05 WS-Coverage-Section pic X(8).
                05 FILLER              pic X(1).
                05 WS-Coverage-Elves   pic X(6).
                05 FILLER              pic X(1).
                05 WS-Coverage-Note    pic X(20).
      *      per night of the month: scheduled, run, and its last
      *      consolidated certification verdict.
             01 WS-Night-Table.
                05 WS-Night-Entry occurs 31 times.
                   10 WS-Night-Sched   pic X(1).
                   10 WS-Night-Ran     pic X(1).
                   10 WS-Night-Verdict pic X(5).
             01 WS-n pic 9(02).
      *      per AoC day: records read (run-control) and exceptions.
             01 WS-Day-Rates.
                05 WS-Day-Rate-Entry occurs 31 times.
                   10 WS-Day-Read pic 9(10).
                   10 WS-Day-Excs pic 9(08).
             01 WS-Read-Total pic 9(10) value zero.
      *      one entry per batch run-id: the seconds (day number x
      *      86400 + time of day) of its first start and last end.
             01 WS-BatchCount pic 9(04) value zero.
             01 WS-Batch-Table.
                05 WS-Batch-Entry occurs 0 to 1000 times
                     depending on WS-BatchCount.
                   10 WS-Batch-RunId pic X(15).
                   10 WS-Batch-First pic 9(12).
                   10 WS-Batch-Last  pic 9(12).
             01 WS-b pic 9(04).
             01 WS-Stamp-Date  pic X(10).
             01 WS-Stamp-Time  pic X(8).
             01 WS-Stamp-Digits pic X(8).
             01 WS-Stamp-Num redefines WS-Stamp-Digits pic 9(8).
             01 WS-Stamp-Secs  pic 9(12).
             01 WS-Start-Secs  pic 9(12).
             01 WS-End-Secs    pic 9(12).
             01 WS-Window-Minutes pic 9(05) value 120.
             01 WS-Window-Seconds pic 9(08).
             01 WS-Config-Key   pic X(30).
             01 WS-Config-Value pic X(100).
             01 WS-Config-Found pic X(1).
             01 WS-Period-End pic X(10).
      *      the headline figures.
             01 WS-Calorie-Date  pic X(10) value spaces.
             01 WS-Calorie-Value pic 9(16) value zero.
             01 WS-Cov-Sections  pic 9(08) value zero.
             01 WS-Cov-Covered   pic 9(08) value zero.
             01 WS-Crane-Found   pic X(1) value "N".
             01 WS-Crane-Value   pic 9(12) value zero.
             01 WS-Crane-Field   pic X(20).
      *      the figures as frozen, in the order they are stored.
             01 WS-FigCount pic 9(03) value zero.
             01 WS-Fig-Table.
                05 WS-Fig-Entry occurs 0 to 100 times
                     depending on WS-FigCount.
                   10 WS-Fig-Name  pic X(20).
                   10 WS-Fig-Value pic 9(12)V99.
             01 WS-f pic 9(03).
             01 WS-Fig-Name-In  pic X(20).
             01 WS-Fig-Value-In pic 9(12)V99.
             01 WS-Fig-Count-A  pic 9(10).
             01 WS-Fig-Count-B  pic 9(10).
             01 WS-Fig-Count-C  pic 9(10).
             01 WS-Fig-Count-D  pic 9(10).
       procedure division.
           move function current-date(1:8) to WS-CurrentDate
           string WS-CurrentDate(1:4) "-" WS-CurrentDate(5:2) "-"
             goback
           end-if
           initialize WS-Day-Results
           initialize WS-Day-Rates
           initialize WS-Night-Table
           perform read-window-minutes
           perform tally-results-rows
           perform tally-history-rows
           perform tally-exception-rows
           if WS-Layout-Refused > 0
             display "period " WS-Period " NOT closed - "
               WS-Layout-Refused " generation(s) refused for their "
               "layout"
             move 8 to return-code
             goback
           end-if
           perform compute-kpi-figures
           perform store-period-control
           perform write-month-statement
           display "period " WS-Period " closed: "
           tally-results-rows.
             move "results-ledger.txt" to WS-Source-Name
             move 1 to WS-Which
             move "N" to WS-Layout-Required
             perform tally-one-source
             move spaces to WS-Source-Name
             string "results-ledger-" WS-Period ".txt"
               delimited by size into WS-Source-Name
             move "Y" to WS-Layout-Required
             perform tally-one-source
           .

           tally-history-rows.
             move "run-history.txt" to WS-Source-Name
             move 2 to WS-Which
             move "N" to WS-Layout-Required
             perform tally-one-source
             move spaces to WS-Source-Name
             string "run-history-" WS-Period ".txt"
               delimited by size into WS-Source-Name
             move "Y" to WS-Layout-Required
             perform tally-one-source
           .

           tally-exception-rows.
             move "exceptions-ledger.txt" to WS-Source-Name
             move 3 to WS-Which
             move "N" to WS-Layout-Required
             perform tally-one-source
             move spaces to WS-Source-Name
             string "exceptions-ledger-" WS-Period ".txt"
               delimited by size into WS-Source-Name
             move "Y" to WS-Layout-Required
             perform tally-one-source
           .

             if WS-Source-Error
               exit paragraph
             end-if
             if WS-Layout-Required = "Y"
               perform check-source-layout
               if not WS-Layout-Readable
                 close LedgerSource
                 move zero to WS-EOF
                 exit paragraph
               end-if
             end-if
             perform until WS-EOF = 1
               read LedgerSource
                 at end move 1 to WS-EOF
           tally-one-row.
             evaluate WS-Which
               when 1
                 move LedgerSource-Line(1:110) to WS-Ledger-Line
                 if WS-Ledger-Date(1:7) = WS-Period
                   add 1 to WS-AnswerCount
                   move function numval(WS-Ledger-Day) to WS-d
                   if WS-d >= 1 and WS-d <= 31
                     add 1 to WS-Day-Result(WS-d)
                   end-if
                   perform note-headline-answer
                 end-if
               when 2
                 move LedgerSource-Line(1:90)
                   to WS-RunHistory-Line
                 if WS-RunHistory-Date(1:7) = WS-Period
                   add 1 to WS-RunCount
                   move WS-RunHistory-Program to WS-This-Prog
                   perform find-program-slot
                   add 1 to WS-Prog-Runs(WS-p)
                   move function numval(WS-RunHistory-Date(9:2))
                     to WS-n
                   if WS-n >= 1 and WS-n <= 31
                     move "Y" to WS-Night-Ran(WS-n)
                   end-if
                   perform note-batch-span
                 end-if
               when 3
                 move LedgerSource-Line(1:180)
                   move WS-ExceptionLedger-Program to WS-This-Prog
                   perform find-program-slot
                   add 1 to WS-Prog-Excs(WS-p)
                   move function numval(WS-ExceptionLedger-Day)
                     to WS-d
                   if WS-d >= 1 and WS-d <= 31
                     add 1 to WS-Day-Excs(WS-d)
                   end-if
                 end-if
             end-evaluate
           .

      *    the generation's first record is its layout header; an
      *    empty generation has nothing to misread.
           check-source-layout.
             move "Y" to WS-Layout-Verdict
             move spaces to WS-Layout-Probe
             read LedgerSource into WS-Layout-Probe
               at end move 1 to WS-EOF
               not at end
                 evaluate WS-Which
                   when 1 move "RESULTLG" to WS-Layout-Ledger
                   when 2 move "RUNHIST" to WS-Layout-Ledger
                   when other move "EXCEPLG" to WS-Layout-Ledger
                 end-evaluate
                 move WS-Source-Name to WS-Layout-Source
                 perform check-generation-layout
             end-read
           .

           find-program-slot.
             perform varying WS-p from 1 by 1
                     until WS-p > WS-ProgCount
                 delimited by size into PeriodControl-Line
               write PeriodControl-Line
             end-perform
             perform varying WS-f from 1 by 1
                     until WS-f > WS-FigCount
               move spaces to WS-KPI-Row
               move "KPI" to WS-KPI-Kind
               move WS-Period to WS-KPI-Period
               move WS-Fig-Name(WS-f) to WS-KPI-Name
               move WS-Fig-Value(WS-f) to WS-KPI-Value
               move WS-KPI-Row to PeriodControl-Line
               write PeriodControl-Line
             end-perform
             close PeriodControl
           .

           read-window-minutes.
             move "batch-window-minutes" to WS-Config-Key
             move spaces to WS-Config-Value
             call "Site-Config" using WS-Config-Key WS-Config-Value
               WS-Config-Found
             if WS-Config-Found = "Y"
                and function test-numval(WS-Config-Value) = 0
                and function numval(WS-Config-Value) >= 1
               move function numval(WS-Config-Value)
                 to WS-Window-Minutes
             end-if
             compute WS-Window-Seconds = WS-Window-Minutes * 60
             move spaces to WS-Period-End
             string WS-Period "-31" delimited by size
               into WS-Period-End
           .

      *    the month's last Day 01 max-calories answer is the
      *    calorie headline; a later row of the same date wins.
           note-headline-answer.
             if WS-Ledger-Day = "01"
                and WS-Ledger-Part = "max-calories"
                and WS-Ledger-Date >= WS-Calorie-Date
               move WS-Ledger-Date to WS-Calorie-Date
               move function numval(WS-Ledger-Answer)
                 to WS-Calorie-Value
             end-if
           .

      *    a batch is every history row under one run-id: it
      *    starts with its first step and ends with its last. a
      *    step ending before it started ran past midnight.
           note-batch-span.
             if WS-RunHistory-RunId = spaces
               exit paragraph
             end-if
             move WS-RunHistory-Date to WS-Stamp-Date
             move WS-RunHistory-Start to WS-Stamp-Time
             perform stamp-to-seconds
             move WS-Stamp-Secs to WS-Start-Secs
             move WS-RunHistory-End to WS-Stamp-Time
             perform stamp-to-seconds
             move WS-Stamp-Secs to WS-End-Secs
             if WS-End-Secs < WS-Start-Secs
               add 86400 to WS-End-Secs
             end-if
             perform varying WS-b from 1 by 1
                     until WS-b > WS-BatchCount
               if WS-Batch-RunId(WS-b) = WS-RunHistory-RunId
                 exit perform
               end-if
             end-perform
             if WS-b > WS-BatchCount
               if WS-BatchCount >= 1000
                 exit paragraph
               end-if
               add 1 to WS-BatchCount
               move WS-BatchCount to WS-b
               move WS-RunHistory-RunId to WS-Batch-RunId(WS-b)
               move WS-Start-Secs to WS-Batch-First(WS-b)
               move WS-End-Secs to WS-Batch-Last(WS-b)
               exit paragraph
             end-if
             if WS-Start-Secs < WS-Batch-First(WS-b)
               move WS-Start-Secs to WS-Batch-First(WS-b)
             end-if
             if WS-End-Secs > WS-Batch-Last(WS-b)
               move WS-End-Secs to WS-Batch-Last(WS-b)
             end-if
           .

      *    yyyy-mm-dd and HHMMSShh to seconds from the day count.
           stamp-to-seconds.
             move zero to WS-Stamp-Secs
             move spaces to WS-Stamp-Digits
             string WS-Stamp-Date(1:4) WS-Stamp-Date(6:2)
               WS-Stamp-Date(9:2) delimited by size
               into WS-Stamp-Digits
             if WS-Stamp-Digits not numeric
                or WS-Stamp-Time(1:6) not numeric
               exit paragraph
             end-if
             compute WS-Stamp-Secs =
               function integer-of-date(WS-Stamp-Num) * 86400
               + function numval(WS-Stamp-Time(1:2)) * 3600
               + function numval(WS-Stamp-Time(3:2)) * 60
               + function numval(WS-Stamp-Time(5:2))
           .

      *    a figure whose base is zero (a percentage of no nights,
      *    a rate over no records) is left off, and the pack shows
      *    it as n/a.
           compute-kpi-figures.
             perform tally-calendar-nights
             perform tally-certify-history
             move zero to WS-Fig-Count-A WS-Fig-Count-B
             move zero to WS-Fig-Count-C WS-Fig-Count-D
             perform varying WS-n from 1 by 1 until WS-n > 31
               if WS-Night-Sched(WS-n) = "Y"
                 add 1 to WS-Fig-Count-A
                 if WS-Night-Ran(WS-n) = "Y"
                   add 1 to WS-Fig-Count-B
                 end-if
               end-if
               evaluate WS-Night-Verdict(WS-n)
                 when "GO"    add 1 to WS-Fig-Count-C
                 when "NO-GO" add 1 to WS-Fig-Count-D
               end-evaluate
             end-perform
             move "NIGHTS-SCHEDULED" to WS-Fig-Name-In
             move WS-Fig-Count-A to WS-Fig-Value-In
             perform add-figure
             move "NIGHTS-RUN" to WS-Fig-Name-In
             move WS-Fig-Count-B to WS-Fig-Value-In
             perform add-figure
             if WS-Fig-Count-A > 0
               move "NIGHTS-RUN-PCT" to WS-Fig-Name-In
               compute WS-Fig-Value-In rounded =
                 WS-Fig-Count-B * 100 / WS-Fig-Count-A
               perform add-figure
             end-if
             move "CERT-GO-NIGHTS" to WS-Fig-Name-In
             move WS-Fig-Count-C to WS-Fig-Value-In
             perform add-figure
             move "CERT-NOGO-NIGHTS" to WS-Fig-Name-In
             move WS-Fig-Count-D to WS-Fig-Value-In
             perform add-figure
             move zero to WS-Fig-Count-B
             perform varying WS-b from 1 by 1
                     until WS-b > WS-BatchCount
               if WS-Batch-Last(WS-b) - WS-Batch-First(WS-b)
                    <= WS-Window-Seconds
                 add 1 to WS-Fig-Count-B
               end-if
             end-perform
             move "BATCHES-RUN" to WS-Fig-Name-In
             move WS-BatchCount to WS-Fig-Value-In
             perform add-figure
             move "BATCHES-ON-TIME" to WS-Fig-Name-In
             move WS-Fig-Count-B to WS-Fig-Value-In
             perform add-figure
             if WS-BatchCount > 0
               move "ON-TIME-PCT" to WS-Fig-Name-In
               compute WS-Fig-Value-In rounded =
                 WS-Fig-Count-B * 100 / WS-BatchCount
               perform add-figure
             end-if
             perform tally-run-control
             move "RECORDS-READ" to WS-Fig-Name-In
             move WS-Read-Total to WS-Fig-Value-In
             perform add-figure
             move "EXCEPTIONS" to WS-Fig-Name-In
             move WS-ExcCount to WS-Fig-Value-In
             perform add-figure
             if WS-Read-Total > 0
               move "EXC-PER-THOUSAND" to WS-Fig-Name-In
               compute WS-Fig-Value-In rounded =
                 WS-ExcCount * 1000 / WS-Read-Total
               perform add-figure
             end-if
             perform varying WS-d from 1 by 1 until WS-d > 31
               if WS-Day-Read(WS-d) > 0
                 move WS-d to WS-Day-X
                 move spaces to WS-Fig-Name-In
                 string "EXC-RATE-DAY-" WS-Day-X
                   delimited by size into WS-Fig-Name-In
                 compute WS-Fig-Value-In rounded =
                   WS-Day-Excs(WS-d) * 1000 / WS-Day-Read(WS-d)
                 perform add-figure
               end-if
             end-perform
             perform tally-dispute-cases
             perform tally-rerun-requests
             if WS-Calorie-Date not = spaces
               move "CALORIES-MAX" to WS-Fig-Name-In
               move WS-Calorie-Value to WS-Fig-Value-In
               perform add-figure
             end-if
             perform read-cleanup-coverage
             if WS-Cov-Sections > 0
               move "CLEANUP-COVERAGE-PCT" to WS-Fig-Name-In
               compute WS-Fig-Value-In rounded =
                 WS-Cov-Covered * 100 / WS-Cov-Sections
               perform add-figure
             end-if
             perform read-crane-cost
             if WS-Crane-Found = "Y"
               move "CRANE-COST" to WS-Fig-Name-In
               move WS-Crane-Value to WS-Fig-Value-In
               perform add-figure
             end-if
           .

           add-figure.
             if WS-FigCount >= 100
               exit paragraph
             end-if
             add 1 to WS-FigCount
             move WS-Fig-Name-In to WS-Fig-Name(WS-FigCount)
             move WS-Fig-Value-In to WS-Fig-Value(WS-FigCount)
           .

           open-kpi-source.
             move zero to WS-EOF
             open input KpiSource
           .

           tally-calendar-nights.
             move "batch-calendar.txt" to WS-Kpi-Source-Name
             perform open-kpi-source
             if WS-Kpi-Error
               exit paragraph
             end-if
             perform until WS-EOF = 1
               read KpiSource into WS-Calendar-Record
                 at end move 1 to WS-EOF
                 not at end
                   if WS-Calendar-Date(1:7) = WS-Period
                      and WS-Calendar-Type = "RUN"
                     move function numval(WS-Calendar-Date(9:2))
                       to WS-n
                     if WS-n >= 1 and WS-n <= 31
                       move "Y" to WS-Night-Sched(WS-n)
                     end-if
                   end-if
               end-read
             end-perform
             close KpiSource
             move zero to WS-EOF
           .

      *    consolidated verdicts only - a site's own certification
      *    is not the night's.
           tally-certify-history.
             move "night-certify-history.txt" to WS-Kpi-Source-Name
             perform open-kpi-source
             if WS-Kpi-Error
               exit paragraph
             end-if
             perform until WS-EOF = 1
               read KpiSource into WS-Certify-Record
                 at end move 1 to WS-EOF
                 not at end
                   if WS-Certify-Date(1:7) = WS-Period
                      and WS-Certify-Site = spaces
                     move function numval(WS-Certify-Date(9:2))
                       to WS-n
                     if WS-n >= 1 and WS-n <= 31
                       move WS-Certify-Verdict
                         to WS-Night-Verdict(WS-n)
                     end-if
                   end-if
               end-read
             end-perform
             close KpiSource
             move zero to WS-EOF
           .

           tally-run-control.
             move "run-control.txt" to WS-Kpi-Source-Name
             perform open-kpi-source
             if WS-Kpi-Error
               exit paragraph
             end-if
             perform until WS-EOF = 1
               read KpiSource into WS-RunControl-Line
                 at end move 1 to WS-EOF
                 not at end
                   if WS-RunControl-Date(1:7) = WS-Period
                      and WS-RunControl-Day numeric
                      and WS-RunControl-Read numeric
                     move WS-RunControl-Day to WS-d
                     if WS-d >= 1 and WS-d <= 31
                       add WS-RunControl-Read to WS-Day-Read(WS-d)
                       add WS-RunControl-Read to WS-Read-Total
                     end-if
                   end-if
               end-read
             end-perform
             close KpiSource
             move zero to WS-EOF
           .

      *    undecided at the month's end: opened by then and not
      *    decided by then, whatever has happened to it since.
           tally-dispute-cases.
             move zero to WS-Fig-Count-A WS-Fig-Count-B
             move zero to WS-Fig-Count-C WS-Fig-Count-D
             move "dispute-cases.txt" to WS-Kpi-Source-Name
             perform open-kpi-source
             if not WS-Kpi-Error
               perform until WS-EOF = 1
                 read KpiSource into WS-Case-Record
                   at end move 1 to WS-EOF
                   not at end perform tally-one-case
                 end-read
               end-perform
               close KpiSource
               move zero to WS-EOF
             end-if
             move "DISPUTES-OPENED" to WS-Fig-Name-In
             move WS-Fig-Count-A to WS-Fig-Value-In
             perform add-figure
             move "DISPUTES-UPHELD" to WS-Fig-Name-In
             move WS-Fig-Count-B to WS-Fig-Value-In
             perform add-figure
             move "DISPUTES-REJECTED" to WS-Fig-Name-In
             move WS-Fig-Count-C to WS-Fig-Value-In
             perform add-figure
             move "DISPUTES-UNDECIDED" to WS-Fig-Name-In
             move WS-Fig-Count-D to WS-Fig-Value-In
             perform add-figure
           .

           tally-one-case.
             if WS-Case-OpenedDate(1:7) = WS-Period
               add 1 to WS-Fig-Count-A
             end-if
             if WS-Case-DecidedDate(1:7) = WS-Period
               evaluate true
                 when WS-Case-Outcome-Upheld
                   add 1 to WS-Fig-Count-B
                 when WS-Case-Outcome-Rejected
                   add 1 to WS-Fig-Count-C
               end-evaluate
             end-if
             if WS-Case-OpenedDate <= WS-Period-End
                and (WS-Case-DecidedDate = spaces
                     or WS-Case-DecidedDate > WS-Period-End)
               add 1 to WS-Fig-Count-D
             end-if
           .

           tally-rerun-requests.
             move zero to WS-Fig-Count-A WS-Fig-Count-B
             move zero to WS-Fig-Count-C
             move "rerun-requests.txt" to WS-Kpi-Source-Name
             perform open-kpi-source
             if not WS-Kpi-Error
               perform until WS-EOF = 1
                 read KpiSource into WS-Rerun-Record
                   at end move 1 to WS-EOF
                   not at end
                     if WS-Rerun-FiledDate(1:7) = WS-Period
                       add 1 to WS-Fig-Count-A
                     end-if
                     if WS-Rerun-RanDate(1:7) = WS-Period
                        and (WS-Rerun-Done or WS-Rerun-Failed)
                       add 1 to WS-Fig-Count-B
                       if WS-Rerun-Failed
                         add 1 to WS-Fig-Count-C
                       end-if
                     end-if
                 end-read
               end-perform
               close KpiSource
               move zero to WS-EOF
             end-if
             move "RERUNS-FILED" to WS-Fig-Name-In
             move WS-Fig-Count-A to WS-Fig-Value-In
             perform add-figure
             move "RERUNS-RUN" to WS-Fig-Name-In
             move WS-Fig-Count-B to WS-Fig-Value-In
             perform add-figure
             move "RERUNS-FAILED" to WS-Fig-Name-In
             move WS-Fig-Count-C to WS-Fig-Value-In
             perform add-figure
           .

           read-cleanup-coverage.
             move "day04-coverage.txt" to WS-Kpi-Source-Name
             perform open-kpi-source
             if WS-Kpi-Error
               exit paragraph
             end-if
             perform until WS-EOF = 1
               read KpiSource into WS-Coverage-Record
                 at end move 1 to WS-EOF
                 not at end
                   add 1 to WS-Cov-Sections
                   if WS-Coverage-Note(1:9) not = "UNCOVERED"
                     add 1 to WS-Cov-Covered
                   end-if
               end-read
             end-perform
             close KpiSource
             move zero to WS-EOF
           .

      *    the first row of the cost report carries the run's total
      *    - "crane cost this run: " then the amount.
           read-crane-cost.
             move "day05-cost-report.txt" to WS-Kpi-Source-Name
             perform open-kpi-source
             if WS-Kpi-Error
               exit paragraph
             end-if
             read KpiSource
               at end move 1 to WS-EOF
               not at end
                 if KpiSource-Line(1:21) = "crane cost this run: "
                   move KpiSource-Line(22:12) to WS-Crane-Field
                   if function test-numval(WS-Crane-Field) = 0
                     move function numval(WS-Crane-Field)
                       to WS-Crane-Value
                     move "Y" to WS-Crane-Found
                   end-if
                 end-if
             end-read
             close KpiSource
             move zero to WS-EOF
           .

           write-month-statement.
             move spaces to WS-Statement-Name
             string "month-statement-" WS-Period ".txt"
             end-perform
             close Statement
           .

           copy "ledgverp.cpy".
