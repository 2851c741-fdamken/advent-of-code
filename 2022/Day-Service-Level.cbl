       identification division.
           program-id. Day-Service-Level.
      *    measures the nightly cycle against the promises the shop
      *    makes about it - inputs in by 21:00, the batch done by
      *    midnight, the ops report in the OPSDESK outbox by 06:00,
      *    the night certified before anything is released - which
      *    until now nobody measured. sla-register.txt holds one row
      *    per milestone: its name, the target (a time, or RELEASE
      *    for "before the first release"), the owner, the severity
      *    a breach is raised at, and how the milestone is measured:
      *      ARRIVALS  the last of tonight's expected-arrivals.txt
      *                rows to land (an ARRIVED or LATE row on
      *                arrivals-register.txt)
      *      BATCH     every manifest row not held shown complete on
      *                batch-progress.txt, timed by the latest step
      *                end on run-history.txt
      *      DELIVERY  the first DELIVERED row on distribution-log.txt
      *                for the recipient and report named on the row
      *      CERTIFY   a GO on night-certificate.txt, timed by the
      *                certificate file itself; against RELEASE it
      *                must come before the first distribution-log.txt
      *                row for the recipient and report named
      *    a night runs from noon to noon, so a target before 12:00
      *    is the next morning's and 24:00 is midnight. with no
      *    parameter the night is this morning's (before noon) or
      *    tonight's; a YYYY-MM-DD parameter evaluates that night.
      *    a milestone whose target has not yet come is PENDING; one
      *    with nothing to show once its target has passed is a
      *    BREACH at once, late to the end of the night so far.
      *    every evaluation is appended to sla-results.txt, the last
      *    row for a night and milestone standing. a BREACH stages
      *    an exception at the register's severity, once a night -
      *    a night already holding the breach is not raised again -
      *    and the rows are merged at once through
      *    Day-Ledger-Consolidate, whose alert funnel raises an
      *    operator alert for a DEGRADE or FATAL one. returns 0 when
      *    nothing is in breach, 4 otherwise, 8 with no register.
      *    ATTAIN YYYY-MM writes sla-attainment-YYYY-MM.txt instead:
      *    per milestone, the nights measured, the share on time and
      *    the worst breach of the month.
      *    batch-progress.txt holds only the latest batch, so the
      *    BATCH milestone is only measured for a night whose batch
      *    is still the latest one.
       environment division.
           input-output section.
             file-control.
               select SlaRegister assign to "sla-register.txt"
                 organization is line sequential
                 file status is WS-Register-Status.
               select ExpectedArrivals
                 assign to "expected-arrivals.txt"
                 organization is line sequential
                 file status is WS-Source-Status.
               select ArrivalsRegister
                 assign to "arrivals-register.txt"
                 organization is line sequential
                 file status is WS-Source-Status.
               select BatchManifest assign to "batch-manifest.txt"
                 organization is line sequential
                 file status is WS-Source-Status.
               select BatchProgress assign to "batch-progress.txt"
                 organization is line sequential
                 file status is WS-Source-Status.
               select RunHistory assign to "run-history.txt"
                 organization is line sequential
                 file status is WS-Source-Status.
               select DistributionLog
                 assign to "distribution-log.txt"
                 organization is line sequential
                 file status is WS-Source-Status.
               select NightCertificate
                 assign to "night-certificate.txt"
                 organization is line sequential
                 file status is WS-Source-Status.
               select SlaResults assign to "sla-results.txt"
                 organization is line sequential
                 file status is WS-Results-Status.
               select ExceptionStaging
                 assign to "staging-svclvl-exceptions.txt"
                 organization is line sequential
                 file status is WS-Staging-Status.
               select AttainReport assign to dynamic WS-Attain-Name
                 organization is line sequential.
       data division.
           file section.
             fd SlaRegister.
                01 SlaRegister-Line pic X(100).
             fd ExpectedArrivals.
                01 ExpectedArrivals-Line pic X(70).
             fd ArrivalsRegister.
                01 ArrivalsRegister-Line pic X(120).
             fd BatchManifest.
                01 BatchManifest-Line pic X(160).
             fd BatchProgress.
                01 BatchProgress-Line pic X(32).
             fd RunHistory.
                01 RunHistory-Line pic X(90).
             fd DistributionLog.
                01 DistributionLog-Line pic X(140).
             fd NightCertificate.
                01 NightCertificate-Line pic X(100).
             fd SlaResults.
                01 SlaResults-Line pic X(140).
             fd ExceptionStaging.
                01 ExceptionStaging-Line pic X(180).
             fd AttainReport.
                01 AttainReport-Line pic X(100).
           working-storage section.
             copy "exceplg.cpy".
             copy "runhist.cpy".
             01 WS-Register-Status pic XX.
             88 WS-Register-OK    value "00".
             88 WS-Register-Error value "30" thru "99".
             01 WS-Source-Status pic XX.
             88 WS-Source-OK    value "00".
             88 WS-Source-Error value "30" thru "99".
             01 WS-Results-Status pic XX.
             88 WS-Results-OK    value "00".
             88 WS-Results-Error value "30" thru "99".
             01 WS-Staging-Status pic XX.
             01 WS-EOF pic 9 value zero.
             01 WS-Param-Line pic X(80).
             01 WS-Mode pic X(10).
             01 WS-Arg-Period pic X(10).
             01 WS-Now pic X(21).
             01 WS-TodayDate pic X(10).
             01 WS-Evaluated pic X(16).
             01 WS-Run-Id pic X(15).
      *      the base camp this run is for (Site-Context: AOC_SITE,
      *      else the home camp), stamped on staged rows.
             01 WS-Site-Mode pic X(1) value "C".
             01 WS-Site-Code pic X(6).
             01 WS-Site-Path pic X(100).
      *      the night under evaluation, the morning it runs into,
      *      and where the clock stands within it, in minutes from
      *      its noon start (1440 once the night is over).
             01 WS-Night pic X(10).
             01 WS-Night-Int pic 9(8).
             01 WS-Morning pic X(10).
             01 WS-Now-Min pic S9(5).
             01 WS-Date-Num pic 9(8).
             01 WS-Day-Int pic 9(8).
             01 WS-Work-Date pic 9(8).
      *      a timestamp turned into minutes into the night: the
      *      stamp's date and time, plus any day it rolled past
      *      midnight; -1 when it falls outside the night.
             01 WS-Stamp-Date pic X(10).
             01 WS-Stamp-HH pic 9(2).
             01 WS-Stamp-MM pic 9(2).
             01 WS-Stamp-Roll pic 9.
             01 WS-Stamp-Min pic S9(5).
             01 WS-Clock-Min pic S9(5).
             01 WS-Clock-Disp pic X(16).
      *      the register, and tonight's measurement of each row.
             01 WS-SlaCount pic 9(02) value zero.
             01 WS-Sla-Table.
                05 WS-Sla-Entry occurs 0 to 20 times
                     depending on WS-SlaCount.
                   10 WS-Sla-Name      pic X(12).
                   10 WS-Sla-Target    pic X(7).
                   10 WS-Sla-Owner     pic X(8).
                   10 WS-Sla-Severity  pic X(8).
                   10 WS-Sla-Measure   pic X(8).
                   10 WS-Sla-Recipient pic X(8).
                   10 WS-Sla-Report    pic X(40).
                   10 WS-Sla-Target-Min pic S9(5).
                   10 WS-Sla-Actual-Min pic S9(5).
                   10 WS-Sla-Status    pic X(7).
                   10 WS-Sla-Late      pic 9(4).
                   10 WS-Sla-Posted    pic 9.
                   10 WS-Sla-Detail    pic X(40).
                   10 WS-Sla-Measured  pic 9(3).
                   10 WS-Sla-OnTime    pic 9(3).
                   10 WS-Sla-Worst     pic 9(4).
                   10 WS-Sla-WorstNight pic X(10).
             01 WS-s pic 9(02).
             01 WS-n pic 9(02).
             01 WS-x pic 9(02).
             01 WS-Register-Row.
                05 WS-Reg-Name      pic X(12).
                05 FILLER           pic X(1).
                05 WS-Reg-Target    pic X(7).
                05 FILLER           pic X(1).
                05 WS-Reg-Owner     pic X(8).
                05 FILLER           pic X(1).
                05 WS-Reg-Severity  pic X(8).
                05 FILLER           pic X(1).
                05 WS-Reg-Measure   pic X(8).
                05 FILLER           pic X(1).
                05 WS-Reg-Recipient pic X(8).
                05 FILLER           pic X(1).
                05 WS-Reg-Report    pic X(40).
      *      source rows, each as its writer lays it out.
             01 WS-Expected-Record.
                05 WS-Expected-Year     pic X(4).
                05 FILLER               pic X(1).
                05 WS-Expected-Day      pic X(2).
                05 FILLER               pic X(1).
                05 WS-Expected-Name     pic X(40).
             01 WS-ExpCount pic 9(02) value zero.
             01 WS-Exp-Table.
                05 WS-Exp-Entry occurs 0 to 50 times
                     depending on WS-ExpCount.
                   10 WS-Exp-Year   pic X(4).
                   10 WS-Exp-Day    pic X(2).
                   10 WS-Exp-Name   pic X(40).
                   10 WS-Exp-Landed pic 9.
             01 WS-LandedCount pic 9(02).
             01 WS-Arrival-Row.
                05 WS-Arr-Date     pic X(10).
                05 FILLER          pic X(1).
                05 WS-Arr-Time     pic X(5).
                05 FILLER          pic X(1).
                05 WS-Arr-Year     pic X(4).
                05 FILLER          pic X(1).
                05 WS-Arr-Day      pic X(2).
                05 FILLER          pic X(1).
                05 WS-Arr-Outcome  pic X(8).
                05 FILLER          pic X(1).
                05 WS-Arr-Name     pic X(40).
             01 WS-Manifest-Record.
                05 FILLER                pic X(141).
                05 WS-Manifest-Hold      pic X(1).
                05 FILLER                pic X(18).
             01 WS-StepsDue  pic 9(03).
             01 WS-StepsDone pic 9(03).
             01 WS-Log-Record.
                05 WS-Log-Date      pic X(10).
                05 FILLER           pic X(1).
                05 WS-Log-Time      pic X(8).
                05 FILLER           pic X(1).
                05 WS-Log-Recipient pic X(8).
                05 FILLER           pic X(1).
                05 WS-Log-Report    pic X(40).
                05 FILLER           pic X(1).
                05 WS-Log-Outbox    pic X(60).
                05 FILLER           pic X(1).
                05 WS-Log-Outcome   pic X(10).
             01 WS-Cert-Row.
                05 WS-Cert-Date    pic X(10).
                05 FILLER          pic X(1).
                05 WS-Cert-Verdict pic X(5).
      *      the 16-byte detail area CBL_CHECK_FILE_EXIST fills:
      *      size, then the file's modification date and time.
             01 WS-File-Name pic X(40).
             01 WS-File-Info.
                05 WS-File-Size  pic 9(18) comp-x.
                05 WS-File-DD    pic 9(2)  comp-x.
                05 WS-File-MM    pic 9(2)  comp-x.
                05 WS-File-YYYY  pic 9(4)  comp-x.
                05 WS-File-HH    pic 9(2)  comp-x.
                05 WS-File-MIN   pic 9(2)  comp-x.
                05 WS-File-SS    pic 9(2)  comp-x.
                05 FILLER        pic X.
             01 WS-Year-Disp  pic 9(4).
             01 WS-Month-Disp pic 9(2).
             01 WS-Day-Disp   pic 9(2).
             01 WS-Release-Min pic S9(5).
             01 WS-BreachCount pic 9(02) value zero.
             01 WS-PendingCount pic 9(02) value zero.
             01 WS-Staged-Count pic 9(02) value zero.
             01 WS-Count-Disp  pic Z9.
             01 WS-Count-Disp2 pic Z9.
             01 WS-Result-Row.
                05 WS-Res-Night     pic X(10).
                05 FILLER           pic X(1) value space.
                05 WS-Res-Milestone pic X(12).
                05 FILLER           pic X(1) value space.
                05 WS-Res-Target    pic X(7).
                05 FILLER           pic X(1) value space.
                05 WS-Res-Actual    pic X(16).
                05 FILLER           pic X(1) value space.
                05 WS-Res-Status    pic X(7).
                05 FILLER           pic X(1) value space.
                05 WS-Res-Late      pic 9(4).
                05 FILLER           pic X(1) value space.
                05 WS-Res-Severity  pic X(8).
                05 FILLER           pic X(1) value space.
                05 WS-Res-Owner     pic X(8).
                05 FILLER           pic X(1) value space.
                05 WS-Res-Evaluated pic X(16).
                05 FILLER           pic X(1) value space.
                05 WS-Res-Detail    pic X(40).
      *      a month of evaluations, night by night, the last row
      *      for a night and milestone standing.
             01 WS-Period pic X(7).
             01 WS-Attain-Name pic X(40).
             01 WS-Month-Table.
                05 WS-Month-Night occurs 31 times.
                   10 WS-MN-Entry occurs 20 times.
                      15 WS-MN-Status pic X(7).
                      15 WS-MN-Late   pic 9(4).
             01 WS-d pic 9(02).
             01 WS-MonthRows pic 9(05) value zero.
             01 WS-Pct pic 9(3)v9.
             01 WS-Pct-Disp pic ZZ9.9.
             01 WS-Late-Disp pic ZZZ9.
             01 WS-Actual-Time pic X(5).
             01 WS-Attain-Line.
                05 WS-Att-Name     pic X(12).
                05 FILLER          pic X(1) value space.
                05 WS-Att-Target   pic X(7).
                05 FILLER          pic X(1) value space.
                05 WS-Att-Owner    pic X(8).
                05 FILLER          pic X(1) value space.
                05 WS-Att-Measured pic ZZ9.
                05 FILLER          pic X(1) value space.
                05 WS-Att-OnTime   pic ZZ9.
                05 FILLER          pic X(1) value space.
                05 WS-Att-Pct      pic X(6).
                05 FILLER          pic X(1) value space.
                05 WS-Att-Worst    pic X(30).
       procedure division.
           move function current-date to WS-Now
           string WS-Now(1:4) "-" WS-Now(5:2) "-" WS-Now(7:2)
             delimited by size into WS-TodayDate
           string WS-TodayDate " " WS-Now(9:2) ":" WS-Now(11:2)
             delimited by size into WS-Evaluated
           accept WS-Param-Line from command-line
           unstring WS-Param-Line delimited by all space
             into WS-Mode WS-Arg-Period
           end-unstring
           move function upper-case(WS-Mode) to WS-Mode
           perform load-sla-register
           if WS-SlaCount = 0
             display "Day-Service-Level: no sla-register.txt rows - "
               "nothing to measure"
             move 8 to return-code
             goback
           end-if
           if WS-Mode = "ATTAIN"
             perform report-attainment
             goback
           end-if
           perform choose-the-night
           if WS-Night = spaces
             goback
           end-if
           perform note-breaches-posted
           accept WS-Run-Id from environment "AOC_RUN_ID"
             on exception move spaces to WS-Run-Id
           end-accept
           if WS-Run-Id = spaces
             string "R" function current-date(1:14)
               delimited by size into WS-Run-Id
           end-if
           call "Site-Context" using WS-Site-Mode WS-Site-Code
             WS-Site-Path
           perform varying WS-s from 1 by 1 until WS-s > WS-SlaCount
             move -1 to WS-Sla-Actual-Min(WS-s)
             move spaces to WS-Sla-Detail(WS-s)
             evaluate WS-Sla-Measure(WS-s)
               when "ARRIVALS"
                 perform measure-arrivals
               when "BATCH"
                 perform measure-batch
               when "DELIVERY"
                 perform measure-delivery
               when "CERTIFY"
                 perform measure-certify
             end-evaluate
             perform judge-milestone
           end-perform
           perform record-evaluation
           if WS-Staged-Count > 0
             call "Day-Ledger-Consolidate"
           end-if
           move WS-BreachCount to WS-Count-Disp
           move WS-PendingCount to WS-Count-Disp2
           display "service levels for the night of " WS-Night ": "
             function trim(WS-Count-Disp) " breach(es), "
             function trim(WS-Count-Disp2) " pending - see "
             "sla-results.txt"
           if WS-BreachCount > 0
             move 4 to return-code
           else
             move 0 to return-code
           end-if
           goback.

      *    a row with a target that is neither HH:MM nor RELEASE, or
      *    a measure this program does not know, is named and left
      *    out rather than measured wrongly. a severity outside the
      *    ledger's own is raised as DEGRADE.
           load-sla-register.
             move zero to WS-EOF
             open input SlaRegister
             if WS-Register-Error
               exit paragraph
             end-if
             perform until WS-EOF = 1
               read SlaRegister into WS-Register-Row
                 at end move 1 to WS-EOF
                 not at end
                   if WS-Register-Row not = spaces
                      and WS-Register-Row(1:1) not = "*"
                     perform take-register-row
                   end-if
               end-read
             end-perform
             close SlaRegister
             move zero to WS-EOF
           .

           take-register-row.
             if WS-Reg-Measure not = "ARRIVALS"
                and WS-Reg-Measure not = "BATCH"
                and WS-Reg-Measure not = "DELIVERY"
                and WS-Reg-Measure not = "CERTIFY"
               display "Day-Service-Level: " function trim(WS-Reg-Name)
                 " has no measure this program knows - left out"
               exit paragraph
             end-if
             if WS-Reg-Target not = "RELEASE"
                and (WS-Reg-Target(3:1) not = ":"
                     or WS-Reg-Target(1:2) not numeric
                     or WS-Reg-Target(4:2) not numeric
                     or WS-Reg-Target(1:2) > "24"
                     or WS-Reg-Target(4:2) > "59")
               display "Day-Service-Level: " function trim(WS-Reg-Name)
                 " target is neither HH:MM nor RELEASE - left out"
               exit paragraph
             end-if
             if WS-Reg-Target = "RELEASE"
                and WS-Reg-Measure not = "CERTIFY"
               display "Day-Service-Level: " function trim(WS-Reg-Name)
                 " - only CERTIFY is measured against RELEASE"
                 " - left out"
               exit paragraph
             end-if
             if WS-SlaCount >= 20
               exit paragraph
             end-if
             add 1 to WS-SlaCount
             move WS-Reg-Name to WS-Sla-Name(WS-SlaCount)
             move WS-Reg-Target to WS-Sla-Target(WS-SlaCount)
             move WS-Reg-Owner to WS-Sla-Owner(WS-SlaCount)
             move WS-Reg-Severity to WS-Sla-Severity(WS-SlaCount)
             if WS-Reg-Severity not = "INFO"
                and WS-Reg-Severity not = "DEGRADE"
                and WS-Reg-Severity not = "FATAL"
               move "DEGRADE" to WS-Sla-Severity(WS-SlaCount)
             end-if
             move WS-Reg-Measure to WS-Sla-Measure(WS-SlaCount)
             move WS-Reg-Recipient to WS-Sla-Recipient(WS-SlaCount)
             move WS-Reg-Report to WS-Sla-Report(WS-SlaCount)
             move zero to WS-Sla-Posted(WS-SlaCount)
             move zero to WS-Sla-Measured(WS-SlaCount)
             move zero to WS-Sla-OnTime(WS-SlaCount)
             move zero to WS-Sla-Worst(WS-SlaCount)
             move spaces to WS-Sla-WorstNight(WS-SlaCount)
      *      a target before noon falls the next morning.
             if WS-Reg-Target = "RELEASE"
               move -1 to WS-Sla-Target-Min(WS-SlaCount)
             else
               compute WS-Sla-Target-Min(WS-SlaCount) =
                 function numval(WS-Reg-Target(1:2)) * 60
                 + function numval(WS-Reg-Target(4:2)) - 720
               if WS-Reg-Target(1:2) < "12"
                 add 1440 to WS-Sla-Target-Min(WS-SlaCount)
               end-if
             end-if
           .

      *    before noon the night still running is the one that began
      *    yesterday; a night not yet begun cannot be measured.
           choose-the-night.
             move spaces to WS-Night
             if WS-Mode = spaces
               move WS-TodayDate to WS-Night
               if WS-Now(9:2) < "12"
                 move WS-TodayDate to WS-Stamp-Date
                 perform date-to-integer
                 subtract 1 from WS-Day-Int
                 perform integer-to-date
                 move WS-Stamp-Date to WS-Night
               end-if
             else
               move WS-Mode to WS-Stamp-Date
               if WS-Stamp-Date(5:1) not = "-"
                  or WS-Stamp-Date(8:1) not = "-"
                  or WS-Stamp-Date(1:4) not numeric
                  or WS-Stamp-Date(6:2) not numeric
                  or WS-Stamp-Date(9:2) not numeric
                 display "Day-Service-Level: give the night as "
                   "YYYY-MM-DD, or ATTAIN YYYY-MM"
                 move 8 to return-code
                 exit paragraph
               end-if
               perform date-to-integer
               if WS-Day-Int = 0
                 display "Day-Service-Level: " WS-Stamp-Date
                   " is not a date"
                 move 8 to return-code
                 exit paragraph
               end-if
               if WS-Stamp-Date > WS-TodayDate
                 display "Day-Service-Level: the night of "
                   WS-Stamp-Date " has not begun"
                 move 8 to return-code
                 exit paragraph
               end-if
               move WS-Stamp-Date to WS-Night
             end-if
             move WS-Night to WS-Stamp-Date
             perform date-to-integer
             move WS-Day-Int to WS-Night-Int
             add 1 to WS-Day-Int
             perform integer-to-date
             move WS-Stamp-Date to WS-Morning
             move WS-TodayDate to WS-Stamp-Date
             move function numval(WS-Now(9:2)) to WS-Stamp-HH
             move function numval(WS-Now(11:2)) to WS-Stamp-MM
             move 0 to WS-Stamp-Roll
             perform stamp-to-night-minute
             evaluate true
               when WS-Clock-Min < 0
                 move 0 to WS-Now-Min
               when WS-Clock-Min > 1440
                 move 1440 to WS-Now-Min
               when other
                 move WS-Clock-Min to WS-Now-Min
             end-evaluate
           .

           date-to-integer.
             move zero to WS-Day-Int
             if WS-Stamp-Date(1:4) numeric
                and WS-Stamp-Date(6:2) numeric
                and WS-Stamp-Date(9:2) numeric
               string WS-Stamp-Date(1:4) WS-Stamp-Date(6:2)
                 WS-Stamp-Date(9:2) delimited by size into WS-Date-Num
               compute WS-Day-Int =
                 function integer-of-date(WS-Date-Num)
             end-if
           .

           integer-to-date.
             compute WS-Work-Date = function date-of-integer(WS-Day-Int)
             move spaces to WS-Stamp-Date
             string WS-Work-Date(1:4) "-" WS-Work-Date(5:2) "-"
               WS-Work-Date(7:2) delimited by size into WS-Stamp-Date
           .

      *    minutes from the night's noon start; -1 outside the night.
           stamp-to-night-minute.
             move -1 to WS-Stamp-Min
             perform date-to-integer
             if WS-Day-Int = 0
               exit paragraph
             end-if
             compute WS-Clock-Min =
               (WS-Day-Int + WS-Stamp-Roll - WS-Night-Int) * 1440
               + WS-Stamp-HH * 60 + WS-Stamp-MM - 720
             if WS-Clock-Min >= 0 and WS-Clock-Min < 1440
               move WS-Clock-Min to WS-Stamp-Min
             end-if
           .

      *    minutes into the night back to "YYYY-MM-DD HH:MM".
           night-minute-to-stamp.
             move spaces to WS-Clock-Disp
             if WS-Clock-Min < 0
               move "NONE" to WS-Clock-Disp
               exit paragraph
             end-if
             add 720 to WS-Clock-Min
             if WS-Clock-Min >= 1440
               subtract 1440 from WS-Clock-Min
               move WS-Morning to WS-Clock-Disp(1:10)
             else
               move WS-Night to WS-Clock-Disp(1:10)
             end-if
             compute WS-Stamp-HH = WS-Clock-Min / 60
             compute WS-Stamp-MM = WS-Clock-Min - WS-Stamp-HH * 60
             string WS-Stamp-HH ":" WS-Stamp-MM
               delimited by size into WS-Clock-Disp(12:5)
           .

      *    a night already evaluated keeps its posted breaches; the
      *    last row for each milestone says whether it stood.
           note-breaches-posted.
             move zero to WS-EOF
             open input SlaResults
             if WS-Results-Error
               exit paragraph
             end-if
             perform until WS-EOF = 1
               read SlaResults into WS-Result-Row
                 at end move 1 to WS-EOF
                 not at end
                   if WS-Res-Night = WS-Night
                     perform varying WS-s from 1 by 1
                             until WS-s > WS-SlaCount
                       if WS-Sla-Name(WS-s) = WS-Res-Milestone
                          and WS-Res-Status = "BREACH"
                         move 1 to WS-Sla-Posted(WS-s)
                       end-if
                     end-perform
                   end-if
               end-read
             end-perform
             close SlaResults
             move zero to WS-EOF
           .

      *    the gateway logs a delivered file WAITING or MISSING again
      *    on later sweeps; its first ARRIVED or LATE row of the
      *    night is when it landed.
           measure-arrivals.
             move zero to WS-ExpCount
             move zero to WS-LandedCount
             move zero to WS-EOF
             open input ExpectedArrivals
             if WS-Source-OK
               perform until WS-EOF = 1
                 read ExpectedArrivals into WS-Expected-Record
                   at end move 1 to WS-EOF
                   not at end
                     if WS-ExpCount < 50
                        and WS-Expected-Record not = spaces
                       add 1 to WS-ExpCount
                       move WS-Expected-Year to WS-Exp-Year(WS-ExpCount)
                       move WS-Expected-Day to WS-Exp-Day(WS-ExpCount)
                       move WS-Expected-Name to WS-Exp-Name(WS-ExpCount)
                       move 0 to WS-Exp-Landed(WS-ExpCount)
                     end-if
                 end-read
               end-perform
               close ExpectedArrivals
             end-if
             if WS-ExpCount = 0
               move 0 to WS-Sla-Actual-Min(WS-s)
               move "no arrivals expected" to WS-Sla-Detail(WS-s)
               exit paragraph
             end-if
             move zero to WS-EOF
             open input ArrivalsRegister
             if WS-Source-OK
               perform until WS-EOF = 1
                 read ArrivalsRegister into WS-Arrival-Row
                   at end move 1 to WS-EOF
                   not at end
                     if WS-Arr-Outcome = "ARRIVED"
                        or WS-Arr-Outcome = "LATE"
                       perform note-arrival-landed
                     end-if
                 end-read
               end-perform
               close ArrivalsRegister
             end-if
             move zero to WS-EOF
             move WS-LandedCount to WS-Count-Disp
             move WS-ExpCount to WS-Count-Disp2
             string function trim(WS-Count-Disp) " of "
               function trim(WS-Count-Disp2) " expected arrival(s)"
               " landed" delimited by size into WS-Sla-Detail(WS-s)
             if WS-LandedCount < WS-ExpCount
               move -1 to WS-Sla-Actual-Min(WS-s)
             end-if
           .

           note-arrival-landed.
             move WS-Arr-Date to WS-Stamp-Date
             if WS-Arr-Time(1:2) not numeric
                or WS-Arr-Time(4:2) not numeric
               exit paragraph
             end-if
             move WS-Arr-Time(1:2) to WS-Stamp-HH
             move WS-Arr-Time(4:2) to WS-Stamp-MM
             move 0 to WS-Stamp-Roll
             perform stamp-to-night-minute
             if WS-Stamp-Min < 0
               exit paragraph
             end-if
             perform varying WS-x from 1 by 1 until WS-x > WS-ExpCount
               if WS-Exp-Landed(WS-x) = 0
                  and WS-Exp-Year(WS-x) = WS-Arr-Year
                  and WS-Exp-Day(WS-x) = WS-Arr-Day
                  and WS-Exp-Name(WS-x) = WS-Arr-Name
                 move 1 to WS-Exp-Landed(WS-x)
                 add 1 to WS-LandedCount
                 if WS-Stamp-Min > WS-Sla-Actual-Min(WS-s)
                   move WS-Stamp-Min to WS-Sla-Actual-Min(WS-s)
                 end-if
               end-if
             end-perform
           .

      *    the batch is done when every manifest row not held has
      *    its completed row on batch-progress.txt; it finished when
      *    the last step of the night ended. a step ending before it
      *    started ran past midnight.
           measure-batch.
             move zero to WS-StepsDue
             move zero to WS-StepsDone
             move zero to WS-EOF
             open input BatchManifest
             if WS-Source-OK
               perform until WS-EOF = 1
                 read BatchManifest into WS-Manifest-Record
                   at end move 1 to WS-EOF
                   not at end
                     if WS-Manifest-Record not = spaces
                        and WS-Manifest-Hold not = "Y"
                        and WS-Manifest-Hold not = "y"
                       add 1 to WS-StepsDue
                     end-if
                 end-read
               end-perform
               close BatchManifest
             end-if
             move zero to WS-EOF
             open input BatchProgress
             if WS-Source-OK
               perform until WS-EOF = 1
                 read BatchProgress
                   at end move 1 to WS-EOF
                   not at end
                     if BatchProgress-Line not = spaces
                       add 1 to WS-StepsDone
                     end-if
                 end-read
               end-perform
               close BatchProgress
             end-if
             move zero to WS-EOF
             open input RunHistory
             if WS-Source-OK
               perform until WS-EOF = 1
                 read RunHistory into WS-RunHistory-Line
                   at end move 1 to WS-EOF
                   not at end
                     perform note-step-end
                 end-read
               end-perform
               close RunHistory
             end-if
             move zero to WS-EOF
             move WS-StepsDone to WS-Count-Disp
             move WS-StepsDue to WS-Count-Disp2
             string function trim(WS-Count-Disp) " of "
               function trim(WS-Count-Disp2) " manifest step(s) "
               "complete" delimited by size into WS-Sla-Detail(WS-s)
             if WS-StepsDue = 0 or WS-StepsDone < WS-StepsDue
               move -1 to WS-Sla-Actual-Min(WS-s)
             end-if
             if WS-Sla-Actual-Min(WS-s) < 0
                and WS-StepsDue > 0 and WS-StepsDone >= WS-StepsDue
               move "no batch step ended in the night"
                 to WS-Sla-Detail(WS-s)
             end-if
           .

           note-step-end.
             if WS-RunHistory-End(1:4) not numeric
                or WS-RunHistory-Start(1:4) not numeric
               exit paragraph
             end-if
             move WS-RunHistory-Date to WS-Stamp-Date
             move WS-RunHistory-End(1:2) to WS-Stamp-HH
             move WS-RunHistory-End(3:2) to WS-Stamp-MM
             move 0 to WS-Stamp-Roll
             if WS-RunHistory-End < WS-RunHistory-Start
               move 1 to WS-Stamp-Roll
             end-if
             perform stamp-to-night-minute
             if WS-Stamp-Min > WS-Sla-Actual-Min(WS-s)
               move WS-Stamp-Min to WS-Sla-Actual-Min(WS-s)
             end-if
           .

           measure-delivery.
             move zero to WS-EOF
             open input DistributionLog
             if WS-Source-Error
               move "no distribution-log.txt" to WS-Sla-Detail(WS-s)
               exit paragraph
             end-if
             perform until WS-EOF = 1
               read DistributionLog into WS-Log-Record
                 at end move 1 to WS-EOF
                 not at end
                   if WS-Log-Recipient = WS-Sla-Recipient(WS-s)
                      and WS-Log-Report = WS-Sla-Report(WS-s)
                      and WS-Log-Outcome(1:9) = "DELIVERED"
                     perform take-log-minute
                     if WS-Stamp-Min >= 0
                        and (WS-Sla-Actual-Min(WS-s) < 0
                             or WS-Stamp-Min
                                < WS-Sla-Actual-Min(WS-s))
                       move WS-Stamp-Min to WS-Sla-Actual-Min(WS-s)
                     end-if
                   end-if
               end-read
             end-perform
             close DistributionLog
             move zero to WS-EOF
             string function trim(WS-Sla-Report(WS-s)) " to "
               WS-Sla-Recipient(WS-s)
               delimited by size into WS-Sla-Detail(WS-s)
           .

           take-log-minute.
             move -1 to WS-Stamp-Min
             if WS-Log-Time(1:2) not numeric
                or WS-Log-Time(4:2) not numeric
               exit paragraph
             end-if
             move WS-Log-Date to WS-Stamp-Date
             move WS-Log-Time(1:2) to WS-Stamp-HH
             move WS-Log-Time(4:2) to WS-Stamp-MM
             move 0 to WS-Stamp-Roll
             perform stamp-to-night-minute
           .

      *    the certificate holds only its date, so the time it was
      *    written is taken from the file itself - Day-Night-Certify
      *    rewrites it whole every run. a NO-GO is no certificate.
      *    the release is the first distribution-log.txt row for the
      *    report, delivered or refused NOCERT alike: a refusal is a
      *    release that certification failed to get ahead of.
           measure-certify.
             move zero to WS-EOF
             move spaces to WS-Cert-Row
             open input NightCertificate
             if WS-Source-OK
               read NightCertificate into WS-Cert-Row
                 at end move 1 to WS-EOF
               end-read
               close NightCertificate
             end-if
             move zero to WS-EOF
             if (WS-Cert-Date = WS-Night or WS-Cert-Date = WS-Morning)
                and WS-Cert-Verdict(1:3) = "GO "
               move "night-certificate.txt" to WS-File-Name
               call "CBL_CHECK_FILE_EXIST"
                 using WS-File-Name WS-File-Info
               end-call
               if return-code = 0
                 move WS-File-YYYY to WS-Year-Disp
                 move WS-File-MM to WS-Month-Disp
                 move WS-File-DD to WS-Day-Disp
                 move spaces to WS-Stamp-Date
                 string WS-Year-Disp "-" WS-Month-Disp "-"
                   WS-Day-Disp delimited by size into WS-Stamp-Date
                 move WS-File-HH to WS-Stamp-HH
                 move WS-File-MIN to WS-Stamp-MM
                 move 0 to WS-Stamp-Roll
                 perform stamp-to-night-minute
                 move WS-Stamp-Min to WS-Sla-Actual-Min(WS-s)
               end-if
               move 0 to return-code
               move "certified GO" to WS-Sla-Detail(WS-s)
             else
               if WS-Cert-Date = WS-Night or WS-Cert-Date = WS-Morning
                 move "certified NO-GO" to WS-Sla-Detail(WS-s)
               else
                 move "no certificate for the night"
                   to WS-Sla-Detail(WS-s)
               end-if
             end-if
             if WS-Sla-Target(WS-s) not = "RELEASE"
               exit paragraph
             end-if
             move -1 to WS-Release-Min
             open input DistributionLog
             if WS-Source-OK
               perform until WS-EOF = 1
                 read DistributionLog into WS-Log-Record
                   at end move 1 to WS-EOF
                   not at end
                     if WS-Log-Recipient = WS-Sla-Recipient(WS-s)
                        and WS-Log-Report = WS-Sla-Report(WS-s)
                       perform take-log-minute
                       if WS-Stamp-Min >= 0
                          and (WS-Release-Min < 0
                               or WS-Stamp-Min < WS-Release-Min)
                         move WS-Stamp-Min to WS-Release-Min
                       end-if
                     end-if
                 end-read
               end-perform
               close DistributionLog
             end-if
             move zero to WS-EOF
             move WS-Release-Min to WS-Sla-Target-Min(WS-s)
           .

      *    a RELEASE target with no release yet is met by any GO,
      *    and waits for one until the night is over.
           judge-milestone.
             move zero to WS-Sla-Late(WS-s)
             evaluate true
               when WS-Sla-Target-Min(WS-s) < 0
                 evaluate true
                   when WS-Sla-Actual-Min(WS-s) >= 0
                     move "MET" to WS-Sla-Status(WS-s)
                   when WS-Now-Min < 1440
                     move "PENDING" to WS-Sla-Status(WS-s)
                   when other
                     move "BREACH" to WS-Sla-Status(WS-s)
                 end-evaluate
               when WS-Sla-Actual-Min(WS-s) >= 0
                 if WS-Sla-Actual-Min(WS-s) > WS-Sla-Target-Min(WS-s)
                   move "BREACH" to WS-Sla-Status(WS-s)
                   compute WS-Sla-Late(WS-s) =
                     WS-Sla-Actual-Min(WS-s) - WS-Sla-Target-Min(WS-s)
                 else
                   move "MET" to WS-Sla-Status(WS-s)
                 end-if
               when WS-Now-Min < WS-Sla-Target-Min(WS-s)
                 move "PENDING" to WS-Sla-Status(WS-s)
               when other
                 move "BREACH" to WS-Sla-Status(WS-s)
                 compute WS-Sla-Late(WS-s) =
                   WS-Now-Min - WS-Sla-Target-Min(WS-s)
             end-evaluate
             evaluate WS-Sla-Status(WS-s)
               when "BREACH"
                 add 1 to WS-BreachCount
               when "PENDING"
                 add 1 to WS-PendingCount
             end-evaluate
           .

           record-evaluation.
             open extend SlaResults
             if WS-Results-Status = "35"
               open output SlaResults
             end-if
             perform varying WS-s from 1 by 1 until WS-s > WS-SlaCount
               move WS-Night to WS-Res-Night
               move WS-Sla-Name(WS-s) to WS-Res-Milestone
               move WS-Sla-Target(WS-s) to WS-Res-Target
               move WS-Sla-Actual-Min(WS-s) to WS-Clock-Min
               perform night-minute-to-stamp
               move WS-Clock-Disp to WS-Res-Actual
               move WS-Sla-Status(WS-s) to WS-Res-Status
               move WS-Sla-Late(WS-s) to WS-Res-Late
               move WS-Sla-Severity(WS-s) to WS-Res-Severity
               move WS-Sla-Owner(WS-s) to WS-Res-Owner
               move WS-Evaluated to WS-Res-Evaluated
               move WS-Sla-Detail(WS-s) to WS-Res-Detail
               move WS-Result-Row to SlaResults-Line
               write SlaResults-Line
               display "  " WS-Res-Milestone " " WS-Res-Status " "
                 WS-Res-Actual " " function trim(WS-Res-Detail)
               if WS-Sla-Status(WS-s) = "BREACH"
                  and WS-Sla-Posted(WS-s) = 0
                 perform stage-breach-exception
               end-if
             end-perform
             close SlaResults
           .

           stage-breach-exception.
             open extend ExceptionStaging
             if WS-Staging-Status = "35"
               open output ExceptionStaging
             end-if
             move spaces to WS-ExceptionLedger-Line
             move WS-Night(1:4) to WS-ExceptionLedger-Year
             move "00" to WS-ExceptionLedger-Day
             move "Day-SLA" to WS-ExceptionLedger-Program
             move zero to WS-ExceptionLedger-LineNo
             string "service level breach " WS-Sla-Name(WS-s)
               delimited by size into WS-ExceptionLedger-Reason
             move WS-TodayDate to WS-ExceptionLedger-Date
             move WS-Run-Id to WS-ExceptionLedger-RunId
             move WS-Sla-Severity(WS-s) to WS-ExceptionLedger-Severity
             move WS-Sla-Late(WS-s) to WS-Late-Disp
             move WS-Res-Actual(12:5) to WS-Actual-Time
             if WS-Res-Actual = "NONE"
               move "NONE" to WS-Actual-Time
             end-if
             string WS-Night " target "
               function trim(WS-Sla-Target(WS-s))
               " actual " WS-Actual-Time " late "
               function trim(WS-Late-Disp) "m " WS-Sla-Owner(WS-s)
               delimited by size into WS-ExceptionLedger-Record
             move WS-Site-Code to WS-ExceptionLedger-Site
             move WS-ExceptionLedger-Line to ExceptionStaging-Line
             write ExceptionStaging-Line
             close ExceptionStaging
             add 1 to WS-Staged-Count
           .

      *    the month's nights off sla-results.txt, the last row for
      *    a night and milestone standing; a PENDING night was never
      *    settled and is not counted either way.
           report-attainment.
             move WS-Arg-Period to WS-Period
             if WS-Period(5:1) not = "-"
                or WS-Period(1:4) not numeric
                or WS-Period(6:2) not numeric
               display "Day-Service-Level: give the period as "
                 "ATTAIN YYYY-MM"
               move 8 to return-code
               exit paragraph
             end-if
             move spaces to WS-Month-Table
             move zero to WS-EOF
             open input SlaResults
             if WS-Results-OK
               perform until WS-EOF = 1
                 read SlaResults into WS-Result-Row
                   at end move 1 to WS-EOF
                   not at end
                     if WS-Res-Night(1:7) = WS-Period
                        and WS-Res-Night(9:2) numeric
                        and WS-Res-Night(9:2) >= "01"
                        and WS-Res-Night(9:2) <= "31"
                       perform note-month-row
                     end-if
                 end-read
               end-perform
               close SlaResults
             end-if
             move zero to WS-EOF
             perform varying WS-s from 1 by 1 until WS-s > WS-SlaCount
               perform varying WS-d from 1 by 1 until WS-d > 31
                 evaluate WS-MN-Status(WS-d, WS-s)
                   when "MET"
                     add 1 to WS-Sla-Measured(WS-s)
                     add 1 to WS-Sla-OnTime(WS-s)
                   when "BREACH"
                     add 1 to WS-Sla-Measured(WS-s)
                     if WS-MN-Late(WS-d, WS-s) >= WS-Sla-Worst(WS-s)
                       move WS-MN-Late(WS-d, WS-s)
                         to WS-Sla-Worst(WS-s)
                       move WS-d to WS-Day-Disp
                       move spaces to WS-Sla-WorstNight(WS-s)
                       string WS-Period "-" WS-Day-Disp
                         delimited by size
                         into WS-Sla-WorstNight(WS-s)
                     end-if
                 end-evaluate
               end-perform
             end-perform
             perform write-attainment
           .

           note-month-row.
             add 1 to WS-MonthRows
             move function numval(WS-Res-Night(9:2)) to WS-d
             perform varying WS-n from 1 by 1 until WS-n > WS-SlaCount
               if WS-Sla-Name(WS-n) = WS-Res-Milestone
                 move WS-Res-Status to WS-MN-Status(WS-d, WS-n)
                 move WS-Res-Late to WS-MN-Late(WS-d, WS-n)
               end-if
             end-perform
           .

           write-attainment.
             move spaces to WS-Attain-Name
             string "sla-attainment-" WS-Period ".txt"
               delimited by size into WS-Attain-Name
             open output AttainReport
             move spaces to AttainReport-Line
             string "===== service level attainment " WS-Period
               " =====" delimited by size into AttainReport-Line
             write AttainReport-Line
             move spaces to AttainReport-Line
             string "milestone    target  owner    nts  ok "
               "on time worst breach"
               delimited by size into AttainReport-Line
             write AttainReport-Line
             perform varying WS-s from 1 by 1 until WS-s > WS-SlaCount
               move WS-Sla-Name(WS-s) to WS-Att-Name
               move WS-Sla-Target(WS-s) to WS-Att-Target
               move WS-Sla-Owner(WS-s) to WS-Att-Owner
               move WS-Sla-Measured(WS-s) to WS-Att-Measured
               move WS-Sla-OnTime(WS-s) to WS-Att-OnTime
               move spaces to WS-Att-Pct
               move spaces to WS-Att-Worst
               if WS-Sla-Measured(WS-s) = 0
                 move "  -" to WS-Att-Pct
               else
                 compute WS-Pct rounded =
                   WS-Sla-OnTime(WS-s) * 100 / WS-Sla-Measured(WS-s)
                 move WS-Pct to WS-Pct-Disp
                 string WS-Pct-Disp "%" delimited by size
                   into WS-Att-Pct
               end-if
               if WS-Sla-WorstNight(WS-s) = spaces
                 move "none" to WS-Att-Worst
               else
                 move WS-Sla-Worst(WS-s) to WS-Late-Disp
                 string function trim(WS-Late-Disp) " min late on "
                   WS-Sla-WorstNight(WS-s)
                   delimited by size into WS-Att-Worst
               end-if
               move WS-Attain-Line to AttainReport-Line
               write AttainReport-Line
             end-perform
             if WS-MonthRows = 0
               move "no evaluations on sla-results.txt for the period"
                 to AttainReport-Line
               write AttainReport-Line
             end-if
             close AttainReport
             display "service level attainment " WS-Period
               " written to " function trim(WS-Attain-Name)
           .
