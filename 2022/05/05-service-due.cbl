       identification division.
           program-id. Day-05-Service-Due.
      *    crane preventive-maintenance check. the cranes are
      *    serviced on calendar dates, but wear follows the lifts
      *    made and the weight lifted - so every production Day-05a
      *    run adds its lifts and weight-units (the weight classes
      *    of the crates lifted) to crane-service.txt, and this
      *    report measures each crane against its service interval
      *    in both:
      *      OK        under the warning share of both intervals
      *      DUE SOON  at 90% or more of either interval
      *      OVERDUE   at or past either interval
      *    an overdue crane is also raised to the operators through
      *    Operator-Alert, every run until it is serviced. a crane
      *    with no interval in a measure is never due on it. the
      *    report is day05-service-due.txt; rc 4 when any crane is
      *    due soon or overdue, rc 8 with no crane-service.txt.
      *    Day-05-Service-Entry records a completed service.
       environment division.
           input-output section.
             file-control.
               select CraneService assign to "crane-service.txt"
                 organization is line sequential
                 file status is WS-CrnS-Status.
               select ServiceReport
                 assign to "day05-service-due.txt"
                 organization is line sequential.
       data division.
           file section.
             fd CraneService.
                01 CraneService-Line pic X(80).
             fd ServiceReport.
                01 ServiceReport-Line pic X(100).
           working-storage section.
             copy "crnsvc.cpy".
             01 WS-TodayDate pic X(10).
             01 WS-CurrentDate pic X(8).
             01 WS-DueCount pic 9(02) value zero.
             01 WS-OverdueCount pic 9(02) value zero.
             01 WS-Lifts-Disp pic Z(7)9.
             01 WS-LiftInt-Disp pic Z(7)9.
             01 WS-Weight-Disp pic Z(9)9.
             01 WS-WeightInt-Disp pic Z(9)9.
             01 WS-Pct-Disp pic ZZZZ9.
             01 WS-WPct-Disp pic ZZZZ9.
             01 WS-Count-Disp pic Z9.
             01 WS-Due-Disp pic Z9.
             01 WS-LastSvc-Disp pic X(10).
             01 WS-Alert-Program  pic X(10) value "Day-05Svc".
             01 WS-Alert-Severity pic X(8).
             01 WS-Alert-Reason   pic X(40).
       procedure division.
           move function current-date(1:8) to WS-CurrentDate
           string WS-CurrentDate(1:4) "-" WS-CurrentDate(5:2) "-"
                  WS-CurrentDate(7:2)
             delimited by size into WS-TodayDate
           perform load-crane-service
           if WS-CrnS-Count = 0
             display "Day-05-Service-Due: no crane on "
               "crane-service.txt - nothing to check"
             move 8 to return-code
             goback
           end-if
           if WS-CrnS-BadCount > 0
             display "Day-05-Service-Due: " WS-CrnS-BadCount
               " unreadable row(s) on crane-service.txt ignored"
           end-if
           perform write-service-report
           if WS-DueCount > 0 or WS-OverdueCount > 0
             move 4 to return-code
           end-if
           display "Day-05-Service-Due: " WS-CrnS-Count
             " crane(s), " WS-DueCount " due soon, " WS-OverdueCount
             " overdue"
           goback.

           write-service-report.
             open output ServiceReport
             move spaces to ServiceReport-Line
             string "crane service due as of " WS-TodayDate
               delimited by size into ServiceReport-Line
             write ServiceReport-Line
             move spaces to ServiceReport-Line
             write ServiceReport-Line
             move spaces to ServiceReport-Line
             string "crane    lifts  interval    pct     weight   "
               "interval    pct last svc   state"
               delimited by size into ServiceReport-Line
             write ServiceReport-Line
             perform varying WS-CrnS-Idx from 1 by 1
                     until WS-CrnS-Idx > WS-CrnS-Count
               perform report-one-crane
             end-perform
             move spaces to ServiceReport-Line
             write ServiceReport-Line
             move WS-CrnS-Count to WS-Count-Disp
             move WS-DueCount to WS-Due-Disp
             move spaces to ServiceReport-Line
             string "cranes " function trim(WS-Count-Disp)
               ", due soon " function trim(WS-Due-Disp)
               delimited by size into ServiceReport-Line
             write ServiceReport-Line
             move WS-OverdueCount to WS-Count-Disp
             move spaces to ServiceReport-Line
             string "overdue " function trim(WS-Count-Disp)
               " (raised to the operators)"
               delimited by size into ServiceReport-Line
             write ServiceReport-Line
             close ServiceReport
           .

           report-one-crane.
             perform rate-crane-service
             move WS-CrnS-Lifts(WS-CrnS-Idx) to WS-Lifts-Disp
             move WS-CrnS-LiftInt(WS-CrnS-Idx) to WS-LiftInt-Disp
             move WS-CrnS-Weight(WS-CrnS-Idx) to WS-Weight-Disp
             move WS-CrnS-WeightInt(WS-CrnS-Idx) to WS-WeightInt-Disp
             move WS-CrnS-LiftPct to WS-Pct-Disp
             move WS-CrnS-WeightPct to WS-WPct-Disp
             move WS-CrnS-LastSvc(WS-CrnS-Idx) to WS-LastSvc-Disp
             if WS-LastSvc-Disp = spaces
               move "never" to WS-LastSvc-Disp
             end-if
             move spaces to ServiceReport-Line
             string WS-CrnS-Crane(WS-CrnS-Idx) "  " WS-Lifts-Disp
               "  " WS-LiftInt-Disp " " WS-Pct-Disp "% "
               WS-Weight-Disp " " WS-WeightInt-Disp " " WS-WPct-Disp
               "% " WS-LastSvc-Disp " " WS-CrnS-State
               delimited by size into ServiceReport-Line
             write ServiceReport-Line
             if WS-CrnS-Due-Soon
               add 1 to WS-DueCount
             end-if
             if WS-CrnS-Overdue
               add 1 to WS-OverdueCount
               move "DEGRADE" to WS-Alert-Severity
               move spaces to WS-Alert-Reason
               string "crane " WS-CrnS-Crane(WS-CrnS-Idx)
                 " overdue for service"
                 delimited by size into WS-Alert-Reason
               call "Operator-Alert" using WS-Alert-Program
                 WS-Alert-Severity WS-Alert-Reason
             end-if
           .

           copy "crnsvcp.cpy".
