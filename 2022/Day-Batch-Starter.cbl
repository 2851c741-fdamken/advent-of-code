       identification division.
           program-id. Day-Batch-Starter.
      *    unattended start of the night batch, so the window is no
      *    longer lost to someone watching the arrivals sweep and
      *    then starting Day-Batch-Driver by hand an hour after the
      *    last file landed. run on the evening from the 2022
      *    directory, it:
      *      - looks tonight up on batch-calendar.txt; anything but
      *        a RUN row (a HOLIDAY, or no row at all) is not a
      *        scheduled evening and nothing is started;
      *      - polls arrivals-register.txt, which the
      *        Day-Arrivals-Gateway sweeps append to, until every
      *        expected-arrivals.txt row has an ARRIVED or LATE row
      *        dated tonight - both mean the file landed, passed its
      *        .ctl check and was delivered into place - and then
      *        calls Day-Batch-Driver at once;
      *      - when the deadline passes first, starts a partial
      *        batch instead: the manifest rows for the days still
      *        outstanding are put on hold (the same Y hold flag an
      *        operator sets by hand) for this run only, and the
      *        manifest is put back as it was once the driver
      *        returns. a deadline with nothing landed at all gives
      *        up rather than start a batch with nothing to run.
      *    the deadline is the site-config key autostart-deadline
      *    (HH:MM), else tonight's calendar window start; the poll
      *    interval is autostart-poll-seconds (default 60).
      *    every decision - WAITED, STARTED, PARTIAL (with one HELD
      *    row per day held back), GAVEUP, NOTSCHED, and FINISHED
      *    with the driver's return code - is journalled with its
      *    time on batch-start-journal.txt, and a partial start or a
      *    give-up also raises an operator alert.
       environment division.
           input-output section.
             file-control.
               select BatchCalendar assign to "batch-calendar.txt"
                 organization is line sequential
                 file status is WS-Calendar-Status.
               select ExpectedArrivals
                 assign to "expected-arrivals.txt"
                 organization is line sequential
                 file status is WS-Expected-Status.
               select ArrivalsRegister
                 assign to "arrivals-register.txt"
                 organization is line sequential
                 file status is WS-Register-Status.
               select BatchManifest assign to "batch-manifest.txt"
                 organization is line sequential
                 file status is WS-Manifest-Status.
      *        one row per decision taken, appended and never
      *        rewritten, so a lost window can be traced to the
      *        minute it was lost.
               select StartJournal
                 assign to "batch-start-journal.txt"
                 organization is line sequential
                 file status is WS-Journal-Status.
       data division.
           file section.
             fd BatchCalendar.
                01 BatchCalendar-Line pic X(40).
             fd ExpectedArrivals.
                01 ExpectedArrivals-Line pic X(70).
             fd ArrivalsRegister.
                01 ArrivalsRegister-Line pic X(120).
             fd BatchManifest.
                01 BatchManifest-Line pic X(160).
             fd StartJournal.
                01 StartJournal-Line pic X(100).
           working-storage section.
             01 WS-Calendar-Status pic XX.
             88 WS-Calendar-OK    value "00".
             88 WS-Calendar-Error value "30" thru "99".
             01 WS-Expected-Status pic XX.
             88 WS-Expected-OK    value "00".
             88 WS-Expected-Error value "30" thru "99".
             01 WS-Register-Status pic XX.
             88 WS-Register-OK    value "00".
             88 WS-Register-Error value "30" thru "99".
             01 WS-Manifest-Status pic XX.
             88 WS-Manifest-OK    value "00".
             88 WS-Manifest-Error value "30" thru "99".
             01 WS-Journal-Status pic XX.
             01 WS-EOF pic 9 value zero.
             01 WS-Calendar-Record.
                05 WS-Calendar-Date   pic X(10).
                05 FILLER             pic X(1).
                05 WS-Calendar-Type   pic X(8).
                05 FILLER             pic X(1).
                05 WS-Calendar-Window pic X(5).
             01 WS-Calendar-Found pic 9 value zero.
             01 WS-Today-Type     pic X(8).
             01 WS-Today-Window   pic X(5).
             01 WS-Expected-Record.
                05 WS-Expected-Year     pic X(4).
                05 FILLER               pic X(1).
                05 WS-Expected-Day      pic X(2).
                05 FILLER               pic X(1).
                05 WS-Expected-Name     pic X(40).
                05 FILLER               pic X(1).
                05 WS-Expected-Deadline pic X(5).
      *      the register row exactly as Day-Arrivals-Gateway
      *      writes it.
             01 WS-Register-Row.
                05 WS-Reg-Date     pic X(10).
                05 FILLER          pic X(1).
                05 WS-Reg-Time     pic X(5).
                05 FILLER          pic X(1).
                05 WS-Reg-Year     pic X(4).
                05 FILLER          pic X(1).
                05 WS-Reg-Day      pic X(2).
                05 FILLER          pic X(1).
                05 WS-Reg-Outcome  pic X(8).
                05 FILLER          pic X(1).
                05 WS-Reg-Name     pic X(40).
                05 FILLER          pic X(1).
                05 WS-Reg-Detail   pic X(40).
             01 WS-Manifest-Record.
                05 WS-Manifest-Year      pic X(4).
                05 FILLER                pic X(1).
                05 WS-Manifest-Day       pic X(2).
                05 FILLER                pic X(1).
                05 WS-Manifest-Program   pic X(12).
                05 FILLER                pic X(1).
                05 WS-Manifest-InputPath pic X(100).
                05 FILLER                pic X(1).
                05 WS-Manifest-Policy    pic X(5).
                05 FILLER                pic X(1).
                05 WS-Manifest-Depends   pic X(12).
                05 FILLER                pic X(1).
                05 WS-Manifest-Hold      pic X(1).
                05 FILLER                pic X(18).
      *      tonight's expected arrivals and whether each has landed.
             01 WS-ExpCount pic 9(02) value zero.
             01 WS-Exp-Table.
                05 WS-Exp-Entry occurs 0 to 50 times
                     depending on WS-ExpCount.
                   10 WS-Exp-Year   pic X(4).
                   10 WS-Exp-Day    pic X(2).
                   10 WS-Exp-Name   pic X(40).
                   10 WS-Exp-Landed pic 9.
             01 WS-x pic 9(02).
             01 WS-LandedCount pic 9(02) value zero.
             01 WS-Last-Landed pic 9(02) value 99.
      *      the manifest held in memory while the partial batch's
      *      hold flags are set, so the original can be put back.
             01 WS-ManCount pic 9(02) value zero.
             01 WS-Man-Table.
                05 WS-Man-Line occurs 0 to 50 times
                     depending on WS-ManCount pic X(160).
             01 WS-m pic 9(02).
             01 WS-Day-Late pic 9.
             01 WS-HeldCount pic 9(02) value zero.
             01 WS-Saved-Manifest pic 9 value zero.
             01 WS-Manifest-Name pic X(40) value "batch-manifest.txt".
             01 WS-Manifest-Save pic X(40)
                  value "batch-manifest-autostart.txt".
             01 WS-Now pic X(21).
             01 WS-TodayDate pic X(10).
             01 WS-Now-HHMM pic X(5).
             01 WS-Deadline pic X(5).
             01 WS-Poll-Seconds pic 9(04) value 60.
             01 WS-Wait-Nanos pic 9(18) comp-5.
             01 WS-Driver-RC pic S9(4) value zero.
             01 WS-Driver-RC-Disp pic Z9.
             01 WS-Count-Disp  pic Z9.
             01 WS-Count-Disp2 pic Z9.
             01 WS-Config-Key   pic X(30).
             01 WS-Config-Value pic X(100).
             01 WS-Config-Found pic X(1).
             copy "numval.cpy".
             01 WS-Alert-Program  pic X(10) value "BATSTARTER".
             01 WS-Alert-Severity pic X(8).
             01 WS-Alert-Reason   pic X(40).
             01 WS-Journal-Row.
                05 WS-Jnl-Date     pic X(10).
                05 FILLER          pic X(1) value space.
                05 WS-Jnl-Time     pic X(8).
                05 FILLER          pic X(1) value space.
                05 WS-Jnl-Decision pic X(8).
                05 FILLER          pic X(1) value space.
                05 WS-Jnl-Detail   pic X(71).
       procedure division.
           perform take-the-time
           move WS-TodayDate to WS-Jnl-Date
           perform find-tonight-on-calendar
           if WS-Calendar-Found = 0 or WS-Today-Type not = "RUN"
             move "NOTSCHED" to WS-Jnl-Decision
             if WS-Calendar-Found = 0
               move "no batch-calendar.txt row for tonight"
                 to WS-Jnl-Detail
             else
               string "tonight is " function trim(WS-Today-Type)
                 " on batch-calendar.txt - not started"
                 delimited by size into WS-Jnl-Detail
             end-if
             perform journal-decision
             goback
           end-if
           perform load-start-settings
           perform load-expected-arrivals
           perform poll-arrivals-register
           perform until WS-LandedCount = WS-ExpCount
                      or WS-Now-HHMM > WS-Deadline
             if WS-LandedCount not = WS-Last-Landed
               move "WAITED" to WS-Jnl-Decision
               move WS-LandedCount to WS-Count-Disp
               move WS-ExpCount to WS-Count-Disp2
               string WS-Count-Disp " of " WS-Count-Disp2
                 " expected arrival(s) landed - waiting until "
                 WS-Deadline delimited by size into WS-Jnl-Detail
               perform journal-decision
               move WS-LandedCount to WS-Last-Landed
             end-if
             call "CBL_GC_NANOSLEEP" using WS-Wait-Nanos
               on exception continue
             end-call
             perform take-the-time
             perform poll-arrivals-register
           end-perform
           evaluate true
             when WS-LandedCount = WS-ExpCount
               move "STARTED" to WS-Jnl-Decision
               move WS-ExpCount to WS-Count-Disp
               string "all " WS-Count-Disp
                 " expected arrival(s) landed - full batch started"
                 delimited by size into WS-Jnl-Detail
               perform journal-decision
               perform run-the-batch
             when WS-LandedCount = 0
               move "GAVEUP" to WS-Jnl-Decision
               string "deadline " WS-Deadline " passed with no "
                 "arrival landed - no batch started"
                 delimited by size into WS-Jnl-Detail
               perform journal-decision
               move "FATAL" to WS-Alert-Severity
               move "auto start gave up - nothing arrived"
                 to WS-Alert-Reason
               call "Operator-Alert" using WS-Alert-Program
                 WS-Alert-Severity WS-Alert-Reason
               move 12 to return-code
             when other
               perform start-partial-batch
           end-evaluate
           goback.

           take-the-time.
             move function current-date to WS-Now
             move spaces to WS-TodayDate
             string WS-Now(1:4) "-" WS-Now(5:2) "-" WS-Now(7:2)
               delimited by size into WS-TodayDate
             move spaces to WS-Now-HHMM
             string WS-Now(9:2) ":" WS-Now(11:2)
               delimited by size into WS-Now-HHMM
           .

           find-tonight-on-calendar.
             move zero to WS-EOF
             open input BatchCalendar
             if WS-Calendar-Error
               exit paragraph
             end-if
             perform until WS-EOF = 1
               read BatchCalendar into WS-Calendar-Record
                 at end move 1 to WS-EOF
                 not at end
                   if WS-Calendar-Date = WS-TodayDate
                     move 1 to WS-Calendar-Found
                     move WS-Calendar-Type to WS-Today-Type
                     move WS-Calendar-Window to WS-Today-Window
                     move 1 to WS-EOF
                   end-if
               end-read
             end-perform
             close BatchCalendar
             move zero to WS-EOF
           .

      *    the deadline defaults to tonight's window start - waiting
      *    past it is eating the window this exists to protect - and
      *    to the end of the day when the calendar row has none.
           load-start-settings.
             move WS-Today-Window to WS-Deadline
             if WS-Deadline = spaces
               move "23:59" to WS-Deadline
             end-if
             move "autostart-deadline" to WS-Config-Key
             move spaces to WS-Config-Value
             call "Site-Config" using WS-Config-Key WS-Config-Value
               WS-Config-Found
             if WS-Config-Found = "Y"
                and WS-Config-Value(3:1) = ":"
                and WS-Config-Value(1:2) is numeric
                and WS-Config-Value(4:2) is numeric
               move WS-Config-Value(1:5) to WS-Deadline
             end-if
             move "autostart-poll-seconds" to WS-Config-Key
             move spaces to WS-Config-Value
             call "Site-Config" using WS-Config-Key WS-Config-Value
               WS-Config-Found
             if WS-Config-Found = "Y"
               move WS-Config-Value(1:20) to WS-Numval-Input
               perform validate-numeric-field
               if WS-Numval-Is-Valid and WS-Numval-Result >= 1
                  and WS-Numval-Result <= 3600
                 move WS-Numval-Result to WS-Poll-Seconds
               end-if
             end-if
             compute WS-Wait-Nanos = WS-Poll-Seconds * 1000000000
           .

           load-expected-arrivals.
             move zero to WS-EOF
             open input ExpectedArrivals
             if WS-Expected-Error
               exit paragraph
             end-if
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
             move zero to WS-EOF
           .

      *    a delivered file is deleted from incoming/, so later
      *    sweeps log the same name WAITING or MISSING again - one
      *    ARRIVED or LATE row tonight is what counts, whatever
      *    follows it.
           poll-arrivals-register.
             move zero to WS-EOF
             open input ArrivalsRegister
             if WS-Register-Error
               exit paragraph
             end-if
             perform until WS-EOF = 1
               read ArrivalsRegister into WS-Register-Row
                 at end move 1 to WS-EOF
                 not at end
                   if WS-Reg-Date = WS-TodayDate
                      and (WS-Reg-Outcome = "ARRIVED"
                           or WS-Reg-Outcome = "LATE")
                     perform mark-arrival-landed
                   end-if
               end-read
             end-perform
             close ArrivalsRegister
             move zero to WS-EOF
           .

           mark-arrival-landed.
             perform varying WS-x from 1 by 1 until WS-x > WS-ExpCount
               if WS-Exp-Landed(WS-x) = 0
                  and WS-Exp-Year(WS-x) = WS-Reg-Year
                  and WS-Exp-Day(WS-x) = WS-Reg-Day
                  and WS-Exp-Name(WS-x) = WS-Reg-Name
                 move 1 to WS-Exp-Landed(WS-x)
                 add 1 to WS-LandedCount
               end-if
             end-perform
           .

      *    the days still outstanding are held for this run only:
      *    the manifest is saved aside, rewritten with their hold
      *    flags set, and put back once the driver returns, so
      *    tomorrow's manifest is the one the operator left.
           start-partial-batch.
             perform load-manifest-rows
             if WS-ManCount = 0
               move "GAVEUP" to WS-Jnl-Decision
               move "no batch-manifest.txt to hold late days on"
                 to WS-Jnl-Detail
               perform journal-decision
               move 12 to return-code
               exit paragraph
             end-if
             call "CBL_COPY_FILE" using WS-Manifest-Name
               WS-Manifest-Save
             end-call
             if return-code not = 0
               move "GAVEUP" to WS-Jnl-Decision
               move "could not save batch-manifest.txt aside"
                 to WS-Jnl-Detail
               perform journal-decision
               move 12 to return-code
               exit paragraph
             end-if
             move 1 to WS-Saved-Manifest
             move "PARTIAL" to WS-Jnl-Decision
             move WS-LandedCount to WS-Count-Disp
             move WS-ExpCount to WS-Count-Disp2
             string "deadline " WS-Deadline " passed with "
               WS-Count-Disp " of " WS-Count-Disp2
               " landed - late days held"
               delimited by size into WS-Jnl-Detail
             perform journal-decision
             perform varying WS-x from 1 by 1 until WS-x > WS-ExpCount
               if WS-Exp-Landed(WS-x) = 0
                 move "HELD" to WS-Jnl-Decision
                 string WS-Exp-Year(WS-x) " day " WS-Exp-Day(WS-x)
                   " - " function trim(WS-Exp-Name(WS-x))
                   " not landed"
                   delimited by size into WS-Jnl-Detail
                 perform journal-decision
               end-if
             end-perform
             perform write-held-manifest
             move "DEGRADE" to WS-Alert-Severity
             move "auto start ran a partial batch"
               to WS-Alert-Reason
             call "Operator-Alert" using WS-Alert-Program
               WS-Alert-Severity WS-Alert-Reason
             move WS-HeldCount to WS-Count-Disp
             display "Day-Batch-Starter: " function trim(WS-Count-Disp)
               " manifest row(s) held for late arrivals"
             perform run-the-batch
             call "CBL_COPY_FILE" using WS-Manifest-Save
               WS-Manifest-Name
             end-call
             if return-code = 0
               call "CBL_DELETE_FILE" using WS-Manifest-Save
               end-call
             else
               display "*** Day-Batch-Starter: could not put "
                 "batch-manifest.txt back - the original is in "
                 function trim(WS-Manifest-Save) " ***"
             end-if
             move WS-Driver-RC to return-code
           .

           load-manifest-rows.
             move zero to WS-EOF
             open input BatchManifest
             if WS-Manifest-Error
               exit paragraph
             end-if
             perform until WS-EOF = 1
               read BatchManifest
                 at end move 1 to WS-EOF
                 not at end
                   if WS-ManCount < 50
                     add 1 to WS-ManCount
                     move BatchManifest-Line to WS-Man-Line(WS-ManCount)
                   end-if
               end-read
             end-perform
             close BatchManifest
             move zero to WS-EOF
           .

           write-held-manifest.
             open output BatchManifest
             perform varying WS-m from 1 by 1 until WS-m > WS-ManCount
               move WS-Man-Line(WS-m) to WS-Manifest-Record
               move 0 to WS-Day-Late
               perform varying WS-x from 1 by 1
                       until WS-x > WS-ExpCount
                 if WS-Exp-Landed(WS-x) = 0
                    and WS-Exp-Year(WS-x) = WS-Manifest-Year
                    and WS-Exp-Day(WS-x) = WS-Manifest-Day
                   move 1 to WS-Day-Late
                 end-if
               end-perform
               if WS-Day-Late = 1 and WS-Manifest-Hold not = "Y"
                  and WS-Manifest-Hold not = "y"
                 move "Y" to WS-Manifest-Hold
                 add 1 to WS-HeldCount
               end-if
               move WS-Manifest-Record to BatchManifest-Line
               write BatchManifest-Line
             end-perform
             close BatchManifest
           .

      *    the driver keeps every refusal of its own - an already-run
      *    calendar date, a locked reference file - so its return
      *    code is journalled as it comes back.
           run-the-batch.
             call "Day-Batch-Driver"
             move return-code to WS-Driver-RC
             cancel "Day-Batch-Driver"
             perform take-the-time
             move "FINISHED" to WS-Jnl-Decision
             move WS-Driver-RC to WS-Driver-RC-Disp
             string "Day-Batch-Driver returned rc " WS-Driver-RC-Disp
               delimited by size into WS-Jnl-Detail
             perform journal-decision
             move WS-Driver-RC to return-code
           .

           journal-decision.
             move WS-TodayDate to WS-Jnl-Date
             string WS-Now(9:2) ":" WS-Now(11:2) ":" WS-Now(13:2)
               delimited by size into WS-Jnl-Time
             open extend StartJournal
             if WS-Journal-Status = "35"
               open output StartJournal
             end-if
             move WS-Journal-Row to StartJournal-Line
             write StartJournal-Line
             close StartJournal
             display "Day-Batch-Starter: " WS-Jnl-Decision " "
               function trim(WS-Jnl-Detail)
             move spaces to WS-Jnl-Detail
           .

           copy "numvalp.cpy".
