       identification division.
           program-id. Day-Night-Certify.
      *    the end-of-night certification gate: runs last and decides
      *    whether tonight's output may leave the shop. five checks,
      *    each a NO-GO reason when it fails:
      *      - balance-report.txt shows every program in balance
      *      - day-regression-mismatches.txt carries no MISMATCH or
      *      - roster-certificates.txt shows PASS on every roster
      *        certified today
      *      - exceptions-ledger.txt has no FATAL row dated today
      *      - exceptions-ledger.txt has no headcount or roster
      *        difference (a Day-Headcount-Recon DEGRADE row) dated
      *        today - the days must describe the same expedition
      *    the verdict lands in night-certificate.txt - first row
      *    "<date> GO" or "<date> NO-GO", then one row per reason -
      *    and Day-Ledger-Export and the results-export.csv
      *    distribution refuse to run without tonight's GO (they
      *    check through the Night-Certificate subprogram). returns
      *    0 on GO, 8 on NO-GO.
      *    run with a site code as the parameter (CAMP02) it
      *    certifies that base camp alone: the regression and
      *    exception checks look only at that site's rows (a row
      *    from before sites were carried is the home camp's), the
      *    balance and roster checks still apply whole, and the
      *    verdict goes to night-certificate-<site>.txt. the export
      *    gate reads only the consolidated certificate, written by
      *    a run without a site.
      *    every verdict is also appended to
      *    night-certify-history.txt - date, GO or NO-GO, the site
      *    (blank for the consolidated verdict) and the number of
      *    reasons - since the certificate itself holds only
      *    tonight's; Day-Month-Close counts a month's GO and NO-GO
      *    nights from it, the last verdict of a night standing.
       environment division.
           input-output section.
             file-control.
                 organization is line sequential
                 file status is WS-Exception-Status.
               select NightCertificate
                 assign to dynamic WS-Certificate-Name
                 organization is line sequential.
               select CertifyHistory
                 assign to "night-certify-history.txt"
                 organization is line sequential
                 file status is WS-History-Status.
       data division.
           file section.
             fd BalanceReport.
                01 BalanceReport-Line pic X(100).
             fd RegressionLog.
                01 RegressionLog-Line pic X(90).
             fd Certificates.
                01 Certificates-Line pic X(100).
             fd ExceptionLedger.
                01 ExceptionLedger-Line pic X(180).
             fd NightCertificate.
                01 NightCertificate-Line pic X(100).
             fd CertifyHistory.
                01 CertifyHistory-Line pic X(40).
           working-storage section.
             copy "exceplg.cpy".
             01 WS-Balance-Status pic XX.
             01 WS-Cert-Status pic XX.
             88 WS-Cert-OK    value "00".
             88 WS-Cert-Error value "30" thru "99".
             01 WS-History-Status pic XX.
             01 WS-History-Row.
                05 WS-History-Date    pic X(10).
                05 FILLER             pic X(1) value space.
                05 WS-History-Verdict pic X(5).
                05 FILLER             pic X(1) value space.
                05 WS-History-Site    pic X(6).
                05 FILLER             pic X(1) value space.
                05 WS-History-Reasons pic 9(02).
             01 WS-Exception-Status pic XX.
             88 WS-Exception-OK    value "00".
             88 WS-Exception-Error value "30" thru "99".
             01 WS-Regression-Row.
                05 WS-Regression-Lead pic X(29).
                05 WS-Regression-Reason pic X(9).
                05 FILLER pic X(42).
                05 WS-Regression-Site pic X(6).
             01 WS-Cert-Row.
                05 WS-Cert-Date    pic X(10).
                05 FILLER          pic X(70).
             01 WS-RosterFails   pic 9(04) value zero.
             01 WS-RosterRows    pic 9(04) value zero.
             01 WS-FatalCount    pic 9(04) value zero.
             01 WS-HeadcountCount pic 9(04) value zero.
             01 WS-ReasonCount   pic 9(02) value zero.
             01 WS-Reason-Table.
                05 WS-Reason pic X(80) occurs 10 times.
             01 WS-r pic 9(02).
             01 WS-Certificate-Name pic X(40)
                value "night-certificate.txt".
             01 WS-Site-Select pic X(6) value spaces.
             01 WS-Row-Site pic X(6).
             01 WS-Site-Mode pic X(1) value "H".
             01 WS-Home-Site pic X(6).
             01 WS-Site-Path pic X(100).
             01 WS-Verdict-Scope pic X(12) value spaces.
       procedure division.
           move function current-date(1:8) to WS-CurrentDate
           string WS-CurrentDate(1:4) "-" WS-CurrentDate(5:2) "-"
                  WS-CurrentDate(7:2)
             delimited by size into WS-TodayDate
           call "Site-Context" using WS-Site-Mode WS-Home-Site
             WS-Site-Path
           accept WS-Site-Select from command-line
           move function upper-case(WS-Site-Select) to WS-Site-Select
           if WS-Site-Select = "ALL"
             move spaces to WS-Site-Select
           end-if
           if WS-Site-Select not = spaces
             move spaces to WS-Certificate-Name
             string "night-certificate-" function trim(WS-Site-Select)
               ".txt" delimited by size into WS-Certificate-Name
             string " site " WS-Site-Select
               delimited by size into WS-Verdict-Scope
           end-if
           perform check-balance-report
           perform check-regression-log
           perform check-roster-certificates
           open output NightCertificate
           move spaces to NightCertificate-Line
           if WS-ReasonCount = 0
             string WS-TodayDate " GO" WS-Verdict-Scope
               delimited by size into NightCertificate-Line
             write NightCertificate-Line
             display "night certified GO for " WS-TodayDate
               WS-Verdict-Scope
           else
             string WS-TodayDate " NO-GO" WS-Verdict-Scope
               delimited by size into NightCertificate-Line
             write NightCertificate-Line
             perform varying WS-r from 1 by 1
               display "  NO-GO: "
                 function trim(WS-Reason(WS-r))
             end-perform
             if WS-Site-Select = spaces
               display "night is NO-GO for " WS-TodayDate
                 " - export and distribution will refuse"
             else
               display "night is NO-GO for " WS-TodayDate
                 WS-Verdict-Scope
             end-if
             move 8 to return-code
           end-if
           close NightCertificate
           perform append-certify-history
           goback.

           append-certify-history.
             move WS-TodayDate to WS-History-Date
             if WS-ReasonCount = 0
               move "GO" to WS-History-Verdict
             else
               move "NO-GO" to WS-History-Verdict
             end-if
             move WS-Site-Select to WS-History-Site
             move WS-ReasonCount to WS-History-Reasons
             open extend CertifyHistory
             if WS-History-Status = "35"
               open output CertifyHistory
             end-if
             write CertifyHistory-Line from WS-History-Row
             close CertifyHistory
           .

           tally-tonight-exception.
             if WS-ExceptionLedger-Date = WS-TodayDate
                and WS-ExceptionLedger-Severity = "FATAL"
               add 1 to WS-FatalCount
             end-if
             if WS-ExceptionLedger-Date = WS-TodayDate
                and WS-ExceptionLedger-Severity = "DEGRADE"
                and WS-ExceptionLedger-Program = "Day-HCount"
               add 1 to WS-HeadcountCount
             end-if
           .

      *    a blank site is a row from before sites were carried,
      *    and is the home camp's.
           normalise-row-site.
             if WS-Row-Site = spaces
               move WS-Home-Site to WS-Row-Site
             end-if
           .

           note-no-go-reason.
             if WS-ReasonCount < 10
               add 1 to WS-ReasonCount
               read RegressionLog into WS-Regression-Row
                 at end move 1 to WS-EOF
                 not at end
                   move WS-Regression-Site to WS-Row-Site
                   perform normalise-row-site
                   if (WS-Regression-Reason(1:8) = "MISMATCH"
                       or WS-Regression-Reason(1:7) = "MISSING")
                      and (WS-Site-Select = spaces
                           or WS-Row-Site = WS-Site-Select)
                     add 1 to WS-MismatchCount
                   end-if
               end-read
               read ExceptionLedger into WS-ExceptionLedger-Line
                 at end move 1 to WS-EOF
                 not at end
                   move WS-ExceptionLedger-Site to WS-Row-Site
                   perform normalise-row-site
                   if WS-Site-Select = spaces
                      or WS-Row-Site = WS-Site-Select
                     perform tally-tonight-exception
                   end-if
               end-read
             end-perform
                 "ledger tonight"
                 delimited by size into WS-Reason(WS-ReasonCount)
             end-if
             if WS-HeadcountCount > 0
               perform note-no-go-reason
               move spaces to WS-Reason(WS-ReasonCount)
               string WS-HeadcountCount " headcount/roster "
                 "difference(s) tonight - see headcount-recon.txt"
                 delimited by size into WS-Reason(WS-ReasonCount)
             end-if
           .
