      *    the run date and page number, a results section grouped by
      *    day, a run-times section, an exceptions section grouped by
      *    program, and grand control totals on the final page.
      *    run with a site code as the parameter (CAMP02) it reports
      *    that base camp alone, to day-ops-report-<site>.txt; run
      *    without one it is the consolidated report across every
      *    site, the results grouped by site before day and the
      *    control totals broken down per site. a ledger row from
      *    before sites were carried counts as the home camp's.
       environment division.
           input-output section.
             file-control.
               select ExceptionLedger assign to "exceptions-ledger.txt"
                 organization is line sequential
                 file status is WS-Exception-Status.
               select OpsReport assign to dynamic WS-Report-Name
                 organization is line sequential.
       data division.
           file section.
             fd ResultsLedger.
                01 ResultsLedger-Line pic X(110).
             fd RunHistory.
                01 RunHistory-Line pic X(90).
             fd ExceptionLedger.
                01 ExceptionLedger-Line pic X(180).
             fd OpsReport.
             01 WS-EOF pic 9.
             01 WS-RunDate pic X(10).
             01 WS-CurrentDate pic X(8).
             01 WS-Report-Name pic X(40) value "day-ops-report.txt".
             01 WS-Site-Select pic X(6) value spaces.
             01 WS-Row-Site pic X(6).
             01 WS-Site-Mode pic X(1) value "H".
             01 WS-Home-Site pic X(6).
             01 WS-Site-Path pic X(100).
      *      per-site control totals for the consolidated report.
             01 WS-SiteCount pic 9(02) value zero.
             01 WS-Site-Table.
                05 WS-Site-Entry occurs 20 times.
                   10 WS-Site-Code     pic X(6).
                   10 WS-Site-Results  pic 9(06).
                   10 WS-Site-History  pic 9(06).
                   10 WS-Site-Excs     pic 9(06).
             01 WS-s pic 9(02).
      *      pagination state: a fresh page every WS-PageLength body
      *      lines, each opening with the standard heading.
             01 WS-PageLength pic 9(02) value 55.
                05 WS-Heading-Date pic X(10).
                05 FILLER pic X(7) value "  page ".
                05 WS-Heading-Page pic Z(4).
                05 FILLER pic X(8) value "  site: ".
                05 WS-Heading-Site pic X(9).
      *      the results rows, sorted so the report groups by day.
             01 WS-ResultCount pic 9(04) value zero.
             01 WS-Result-Table.
                05 WS-Result-Entry occurs 0 to 2000 times
                     depending on WS-ResultCount.
                   10 WS-Result-Site pic X(6).
                   10 WS-Result-Year pic X(4).
                   10 WS-Result-Day  pic X(2).
                   10 WS-Result-Row  pic X(110).
             01 WS-ExcCount pic 9(04) value zero.
             01 WS-Exc-Table.
                05 WS-Exc-Entry occurs 0 to 5000 times
                   10 WS-Exc-Row     pic X(180).
             01 WS-t pic 9(04).
             01 WS-Prev-Group pic X(10) value spaces.
             01 WS-Prev-Site pic X(6) value spaces.
             01 WS-HistoryCount pic 9(04) value zero.
             01 WS-TotalElapsed pic 9(10)V99 value zero.
             01 WS-Body-Line pic X(200).
             01 WS-Total-Line.
                05 WS-Total-Label pic X(36).
                05 WS-Total-Value pic Z(10)9.99.
             01 WS-SiteTot-Line.
                05 FILLER             pic X(2) value spaces.
                05 WS-SiteTot-Code    pic X(6).
                05 WS-SiteTot-Results pic Z(9)9.
                05 WS-SiteTot-History pic Z(12)9.
                05 WS-SiteTot-Excs    pic Z(12)9.
       procedure division.
           move function current-date(1:8) to WS-CurrentDate
           string WS-CurrentDate(1:4) "-" WS-CurrentDate(5:2) "-"
                  WS-CurrentDate(7:2)
             delimited by size into WS-RunDate
           call "Site-Context" using WS-Site-Mode WS-Home-Site
             WS-Site-Path
           accept WS-Site-Select from command-line
           move function upper-case(WS-Site-Select) to WS-Site-Select
           if WS-Site-Select = "ALL"
             move spaces to WS-Site-Select
           end-if
           if WS-Site-Select = spaces
             move "ALL SITES" to WS-Heading-Site
           else
             move WS-Site-Select to WS-Heading-Site
             move spaces to WS-Report-Name
             string "day-ops-report-" function trim(WS-Site-Select)
               ".txt" delimited by size into WS-Report-Name
           end-if
           open output OpsReport
           perform report-results-section
           perform report-runtimes-section
           perform report-exceptions-section
           perform report-control-totals
           close OpsReport
           display "operations report written to "
             function trim(WS-Report-Name)
             " (" WS-PageNo " page(s))"
           goback.

                 read ResultsLedger into WS-Ledger-Line
                   at end move 1 to WS-EOF
                   not at end
                     move WS-Ledger-Site to WS-Row-Site
                     perform note-row-site
                     if WS-Row-Site = WS-Site-Select
                        or WS-Site-Select = spaces
                       perform keep-result-row
                     end-if
                 end-read
               end-perform
               close ResultsLedger
             end-if
             sort WS-Result-Entry
               ascending key WS-Result-Site
               ascending key WS-Result-Year
               ascending key WS-Result-Day
             move "results by day" to WS-Body-Line
             perform write-body-line
             move spaces to WS-Prev-Group
             move spaces to WS-Prev-Site
             perform varying WS-t from 1 by 1
                     until WS-t > WS-ResultCount
               if WS-Site-Select = spaces
                  and WS-Result-Site(WS-t) not = WS-Prev-Site
                 move spaces to WS-Body-Line
                 perform write-body-line
                 string "site " WS-Result-Site(WS-t)
                   delimited by size into WS-Body-Line
                 perform write-body-line
                 move WS-Result-Site(WS-t) to WS-Prev-Site
                 move spaces to WS-Prev-Group
               end-if
               if WS-Result-Day(WS-t) not = WS-Prev-Group(1:2)
                  or WS-Result-Year(WS-t) not = WS-Prev-Group(3:4)
                 move spaces to WS-Body-Line
                 move WS-Result-Year(WS-t) to WS-Prev-Group(3:4)
               end-if
               move spaces to WS-Body-Line
               move WS-Result-Row(WS-t) to WS-Body-Line(3:110)
               perform write-body-line
             end-perform
           .

           keep-result-row.
             if WS-ResultCount < 2000
               add 1 to WS-ResultCount
               add 1 to WS-Site-Results(WS-s)
               move WS-Row-Site to WS-Result-Site(WS-ResultCount)
               move WS-Ledger-Year to WS-Result-Year(WS-ResultCount)
               move WS-Ledger-Day to WS-Result-Day(WS-ResultCount)
               move WS-Ledger-Line to WS-Result-Row(WS-ResultCount)
             end-if
           .

      *    a blank site is a row from before sites were carried, and
      *    is the home camp's; WS-s comes back at the site's slot in
      *    the per-site totals.
           note-row-site.
             if WS-Row-Site = spaces
               move WS-Home-Site to WS-Row-Site
             end-if
             perform varying WS-s from 1 by 1
                     until WS-s > WS-SiteCount
               if WS-Site-Code(WS-s) = WS-Row-Site
                 exit perform
               end-if
             end-perform
             if WS-s > WS-SiteCount
               if WS-SiteCount < 20
                 add 1 to WS-SiteCount
                 move WS-SiteCount to WS-s
                 move WS-Row-Site to WS-Site-Code(WS-s)
                 move zero to WS-Site-Results(WS-s)
                 move zero to WS-Site-History(WS-s)
                 move zero to WS-Site-Excs(WS-s)
               else
                 move 20 to WS-s
               end-if
             end-if
           .

           report-runtimes-section.
             move spaces to WS-Body-Line
             perform write-body-line
               read RunHistory into WS-RunHistory-Line
                 at end move 1 to WS-EOF
                 not at end
                   move WS-RunHistory-Site to WS-Row-Site
                   perform note-row-site
                   if WS-Row-Site = WS-Site-Select
                      or WS-Site-Select = spaces
                     perform report-history-row
                   end-if
               end-read
             end-perform
             close RunHistory
           .

           report-history-row.
             add 1 to WS-HistoryCount
             add 1 to WS-Site-History(WS-s)
             move WS-RunHistory-Elapsed to WS-Numval-Input
             perform validate-numeric-field
             add WS-Numval-Result to WS-TotalElapsed
             move spaces to WS-Body-Line
             move WS-RunHistory-Line to WS-Body-Line(3:90)
             perform write-body-line
           .

           report-exceptions-section.
             move zero to WS-EOF
             open input ExceptionLedger
                 read ExceptionLedger into WS-ExceptionLedger-Line
                   at end move 1 to WS-EOF
                   not at end
                     move WS-ExceptionLedger-Site to WS-Row-Site
                     perform note-row-site
                     if WS-Row-Site = WS-Site-Select
                        or WS-Site-Select = spaces
                       perform keep-exception-row
                     end-if
                 end-read
               end-perform
             end-perform
           .

           keep-exception-row.
             if WS-ExcCount < 5000
               add 1 to WS-ExcCount
               add 1 to WS-Site-Excs(WS-s)
               move WS-ExceptionLedger-Program
                 to WS-Exc-Program(WS-ExcCount)
               move WS-ExceptionLedger-Line to WS-Exc-Row(WS-ExcCount)
             end-if
           .

           report-control-totals.
             move spaces to WS-Body-Line
             perform write-body-line
             move WS-TotalElapsed to WS-Total-Value
             move WS-Total-Line to WS-Body-Line
             perform write-body-line
             if WS-Site-Select = spaces
               move spaces to WS-Body-Line
               perform write-body-line
               move "control totals by site" to WS-Body-Line
               perform write-body-line
               move "  site     results  run-history   exceptions"
                 to WS-Body-Line
               perform write-body-line
               perform varying WS-s from 1 by 1
                       until WS-s > WS-SiteCount
                 move WS-Site-Code(WS-s) to WS-SiteTot-Code
                 move WS-Site-Results(WS-s) to WS-SiteTot-Results
                 move WS-Site-History(WS-s) to WS-SiteTot-History
                 move WS-Site-Excs(WS-s) to WS-SiteTot-Excs
                 move WS-SiteTot-Line to WS-Body-Line
                 perform write-body-line
               end-perform
             end-if
           .

           copy "numvalp.cpy".
