       identification division.
           program-id. Day-Chargeback.
      *    monthly chargeback of the batch window to the departments
      *    that consume it, so the question of whose reports the
      *    window is being spent on has an answer with numbers in
      *    it. takes the period (YYYY-MM) on the command line, the
      *    way Day-Month-Close does, and:
      *      - totals each program's elapsed seconds for the month
      *        from run-history.txt and the month's archive
      *        generation run-history-<period>.txt, counting a run
      *        found in both only once;
      *      - works out each recipient id's feeding programs from
      *        report-recipients.txt: every report a recipient
      *        subscribes to is followed back through
      *        report-dependencies.txt (output to its inputs, and on
      *        through any input that is itself a registered output)
      *        and every file on the way named for a day -
      *        dayNN-... for all of that day's programs, dayNNx-...
      *        for Day-NNx alone - makes that day's programs feed the
      *        recipient;
      *      - charges a program fed to recipients in equal shares
      *        among them (DIRECT); a program no recipient's reports
      *        trace back to is shared infrastructure (SHARED),
      *        spread over every recipient by the site-config key
      *        chargeback-shared-key - SUBSCRIPTIONS (the default)
      *        weights each recipient by its number of report
      *        subscriptions, EQUAL splits evenly;
      *      - writes chargeback-<period>.txt: one statement per
      *        recipient id, then a reconciliation of the allocated
      *        total against the month's total elapsed time.
      *    shares are cut to the hundredth of a second and whatever
      *    the cut leaves over goes to the first recipient charged,
      *    so the statements always add back to the month exactly.
      *    returns 8 when they do not (no recipients to charge).
      *    a month generation of run history whose *LAYOUT header is
      *    not the current layout (ledgver.cpy) is refused, and no
      *    statements are written on the part-month left - return
      *    code 8 until Day-Ledger-Convert has brought it up to date.
       environment division.
           input-output section.
             file-control.
               select HistorySource assign to dynamic WS-Source-Name
                 organization is line sequential
                 file status is WS-Source-Status.
               select Registry assign to "report-dependencies.txt"
                 organization is line sequential
                 file status is WS-Registry-Status.
               select RecipientRegistry
                 assign to "report-recipients.txt"
                 organization is line sequential
                 file status is WS-Recipient-Status.
               select Statement assign to dynamic WS-Statement-Name
                 organization is line sequential.
       data division.
           file section.
             fd HistorySource.
                01 HistorySource-Line pic X(90).
             fd Registry.
                01 Registry-Line pic X(120).
             fd RecipientRegistry.
                01 RecipientRegistry-Line pic X(100).
             fd Statement.
                01 Statement-Line pic X(100).
           working-storage section.
             copy "runhist.cpy".
             copy "ledgver.cpy".
             01 WS-Layout-Required pic X(1).
             01 WS-Source-Status pic XX.
             88 WS-Source-OK    value "00".
             88 WS-Source-Error value "30" thru "99".
             01 WS-Registry-Status pic XX.
             88 WS-Registry-OK    value "00".
             88 WS-Registry-Error value "30" thru "99".
             01 WS-Recipient-Status pic XX.
             88 WS-Recipient-OK    value "00".
             88 WS-Recipient-Error value "30" thru "99".
             01 WS-EOF pic 9 value zero.
             01 WS-Source-Name pic X(40).
             01 WS-Statement-Name pic X(40).
             01 WS-Period pic X(7).
             01 WS-TodayDate pic X(10).
             01 WS-CurrentDate pic X(8).
             01 WS-Shared-Key pic X(13) value "SUBSCRIPTIONS".
             01 WS-Config-Key   pic X(30).
             01 WS-Config-Value pic X(100).
             01 WS-Config-Found pic X(1).
      *      the dependency registry folded to one entry per output,
      *      as Day-Rebuild-Driver folds it.
             01 WS-Reg-Program pic X(20).
             01 WS-Reg-Output  pic X(40).
             01 WS-Reg-Input   pic X(40).
             01 WS-RegCount pic 9(02) value zero.
             01 WS-Reg-Table.
                05 WS-Reg-Entry occurs 20 times.
                   10 WS-Reg-Ent-Output   pic X(40).
                   10 WS-Reg-Ent-InCount  pic 9(01).
                   10 WS-Reg-Ent-Input    pic X(40) occurs 5 times.
             01 WS-g pic 9(02).
             01 WS-i pic 9(01).
      *      one entry per recipient id: its subscriptions and the
      *      day patterns (NN plus an optional program letter) its
      *      reports trace back to.
             01 WS-Rcp-Id     pic X(8).
             01 WS-Rcp-Report pic X(40).
             01 WS-RcpCount pic 9(02) value zero.
             01 WS-Rcp-Table.
                05 WS-Rcp-Entry occurs 20 times.
                   10 WS-Rcp-Name     pic X(8).
                   10 WS-Rcp-Subs     pic 9(04).
                   10 WS-Rcp-FeedCount pic 9(02).
                   10 WS-Rcp-Feed     pic X(3) occurs 20 times.
                   10 WS-Rcp-Weight   pic 9(04).
                   10 WS-Rcp-Total    pic 9(09)V99.
             01 WS-r pic 9(02).
             01 WS-f pic 9(02).
      *      the files still to be followed back for one report.
             01 WS-WorkCount pic 9(02).
             01 WS-Work-Table.
                05 WS-Work-File pic X(40) occurs 20 times.
             01 WS-w pic 9(02).
             01 WS-k pic 9(02).
             01 WS-File-Name pic X(40).
             01 WS-Pattern pic X(3).
      *      each program's month: seconds, runs, how it is charged
      *      and what each recipient is charged for it.
             01 WS-ProgCount pic 9(02) value zero.
             01 WS-Prog-Table.
                05 WS-Prog-Entry occurs 50 times.
                   10 WS-Prog-Name  pic X(10).
                   10 WS-Prog-Runs  pic 9(06).
                   10 WS-Prog-Secs  pic 9(09)V99.
                   10 WS-Prog-Basis pic X(6).
                   10 WS-Prog-Alloc pic 9(09)V99 occurs 20 times.
             01 WS-p pic 9(02).
             01 WS-This-Prog pic X(10).
      *      runs already counted, so a row in both the live file
      *      and the archive generation is charged once.
             01 WS-SeenCount pic 9(04) value zero.
             01 WS-Seen-Table.
                05 WS-Seen-Key pic X(43) occurs 3000 times.
             01 WS-s pic 9(04).
             01 WS-Row-Key.
                05 WS-Key-Program pic X(10).
                05 WS-Key-Date    pic X(10).
                05 WS-Key-Start   pic X(8).
                05 WS-Key-RunId   pic X(15).
             01 WS-Row-Seen pic 9.
             01 WS-Row-Secs pic 9(09)V99.
             copy "numval.cpy".
             01 WS-Weight-Total pic 9(06).
             01 WS-First-Charged pic 9(02).
             01 WS-Share pic 9(09)V99.
             01 WS-Allocated pic 9(09)V99.
             01 WS-RunCount   pic 9(06) value zero.
             01 WS-Month-Secs pic 9(09)V99 value zero.
             01 WS-Month-Allocated pic 9(09)V99 value zero.
             01 WS-Difference pic S9(09)V99.
             01 WS-Secs-Disp pic Z(8)9.99.
             01 WS-Diff-Disp pic -(8)9.99.
             01 WS-Runs-Disp pic Z(5)9.
             01 WS-Count-Disp pic Z(3)9.
             01 WS-Statement-Row.
                05 FILLER         pic X(4) value spaces.
                05 WS-Stmt-Program pic X(10).
                05 FILLER         pic X(2) value spaces.
                05 WS-Stmt-Basis  pic X(6).
                05 FILLER         pic X(2) value spaces.
                05 WS-Stmt-Runs   pic Z(5)9.
                05 FILLER         pic X(2) value spaces.
                05 WS-Stmt-Secs   pic Z(8)9.99.
       procedure division.
           move function current-date(1:8) to WS-CurrentDate
           string WS-CurrentDate(1:4) "-" WS-CurrentDate(5:2) "-"
                  WS-CurrentDate(7:2)
             delimited by size into WS-TodayDate
           accept WS-Period from command-line
           if WS-Period = spaces or WS-Period(5:1) not = "-"
             display "Day-Chargeback: give the period to charge as "
               "YYYY-MM"
             goback
           end-if
           perform load-shared-key
           perform load-registry
           perform load-recipients
           perform tally-history-rows
           if WS-Layout-Refused > 0
             display "period " WS-Period " NOT charged - "
               WS-Layout-Refused " generation(s) refused for their "
               "layout"
             move 8 to return-code
             goback
           end-if
           perform varying WS-p from 1 by 1
                   until WS-p > WS-ProgCount
             perform allocate-one-program
           end-perform
           perform write-chargeback-statements
           move WS-Month-Secs to WS-Secs-Disp
           move WS-RcpCount to WS-Count-Disp
           display "period " WS-Period " charged: "
             function trim(WS-Secs-Disp) " second(s) over "
             function trim(WS-Count-Disp)
             " recipient(s) - statements in "
             function trim(WS-Statement-Name)
           if WS-Month-Allocated not = WS-Month-Secs
             display "*** chargeback does not reconcile to the "
               "month's elapsed time - see the statement file ***"
             move 8 to return-code
           end-if
           goback.

           load-shared-key.
             move "chargeback-shared-key" to WS-Config-Key
             move spaces to WS-Config-Value
             call "Site-Config" using WS-Config-Key WS-Config-Value
               WS-Config-Found
             if WS-Config-Found = "Y"
               move function upper-case(WS-Config-Value(1:13))
                 to WS-Config-Value(1:13)
               if WS-Config-Value(1:13) = "EQUAL"
                  or WS-Config-Value(1:13) = "SUBSCRIPTIONS"
                 move WS-Config-Value(1:13) to WS-Shared-Key
               else
                 display "Day-Chargeback: chargeback-shared-key "
                   function trim(WS-Config-Value)
                   " not known - SUBSCRIPTIONS used"
               end-if
             end-if
           .

           load-registry.
             move zero to WS-EOF
             open input Registry
             if WS-Registry-Error
               exit paragraph
             end-if
             perform until WS-EOF = 1
               read Registry
                 at end move 1 to WS-EOF
                 not at end perform load-one-registry-row
               end-read
             end-perform
             close Registry
             move zero to WS-EOF
           .

           load-one-registry-row.
             if Registry-Line = spaces
               exit paragraph
             end-if
             move spaces to WS-Reg-Program
             move spaces to WS-Reg-Output
             move spaces to WS-Reg-Input
             unstring Registry-Line delimited by all space
               into WS-Reg-Program WS-Reg-Output WS-Reg-Input
             end-unstring
             perform varying WS-g from 1 by 1
                     until WS-g > WS-RegCount
               if WS-Reg-Ent-Output(WS-g) = WS-Reg-Output
                 exit perform
               end-if
             end-perform
             if WS-g > WS-RegCount
               if WS-RegCount >= 20
                 exit paragraph
               end-if
               add 1 to WS-RegCount
               move WS-RegCount to WS-g
               move WS-Reg-Output to WS-Reg-Ent-Output(WS-g)
               move zero to WS-Reg-Ent-InCount(WS-g)
             end-if
             if WS-Reg-Ent-InCount(WS-g) < 5
               add 1 to WS-Reg-Ent-InCount(WS-g)
               move WS-Reg-Input to WS-Reg-Ent-Input(
                 WS-g, WS-Reg-Ent-InCount(WS-g))
             end-if
           .

           load-recipients.
             move zero to WS-EOF
             open input RecipientRegistry
             if WS-Recipient-Error
               exit paragraph
             end-if
             perform until WS-EOF = 1
               read RecipientRegistry
                 at end move 1 to WS-EOF
                 not at end perform load-one-subscription
               end-read
             end-perform
             close RecipientRegistry
             move zero to WS-EOF
           .

           load-one-subscription.
             if RecipientRegistry-Line = spaces
               exit paragraph
             end-if
             move spaces to WS-Rcp-Id
             move spaces to WS-Rcp-Report
             unstring RecipientRegistry-Line delimited by all space
               into WS-Rcp-Id WS-Rcp-Report
             end-unstring
             perform varying WS-r from 1 by 1
                     until WS-r > WS-RcpCount
               if WS-Rcp-Name(WS-r) = WS-Rcp-Id
                 exit perform
               end-if
             end-perform
             if WS-r > WS-RcpCount
               if WS-RcpCount >= 20
                 display "Day-Chargeback: more than 20 recipient "
                   "ids - " function trim(WS-Rcp-Id) " not charged"
                 exit paragraph
               end-if
               add 1 to WS-RcpCount
               move WS-RcpCount to WS-r
               move WS-Rcp-Id to WS-Rcp-Name(WS-r)
               move zero to WS-Rcp-Subs(WS-r)
               move zero to WS-Rcp-FeedCount(WS-r)
               move zero to WS-Rcp-Total(WS-r)
             end-if
             add 1 to WS-Rcp-Subs(WS-r)
             perform trace-report-feeds
           .

      *    breadth-first from the subscribed report back through the
      *    registry; a file already on the work list is not added
      *    twice, so a registry that loops back on itself ends.
           trace-report-feeds.
             move 1 to WS-WorkCount
             move WS-Rcp-Report to WS-Work-File(1)
             perform varying WS-w from 1 by 1
                     until WS-w > WS-WorkCount
               move WS-Work-File(WS-w) to WS-File-Name
               perform note-day-feed
               perform varying WS-g from 1 by 1
                       until WS-g > WS-RegCount
                 if WS-Reg-Ent-Output(WS-g) = WS-File-Name
                   perform varying WS-i from 1 by 1
                           until WS-i > WS-Reg-Ent-InCount(WS-g)
                     perform queue-registry-input
                   end-perform
                 end-if
               end-perform
             end-perform
           .

           queue-registry-input.
             perform varying WS-k from 1 by 1
                     until WS-k > WS-WorkCount
               if WS-Work-File(WS-k) = WS-Reg-Ent-Input(WS-g, WS-i)
                 exit paragraph
               end-if
             end-perform
             if WS-WorkCount < 20
               add 1 to WS-WorkCount
               move WS-Reg-Ent-Input(WS-g, WS-i)
                 to WS-Work-File(WS-WorkCount)
             end-if
           .

      *    dayNN-... is fed by every Day-NN program, dayNNx-... by
      *    Day-NNx alone; any other name is not a day's file.
           note-day-feed.
             if WS-File-Name(1:3) not = "day"
                or WS-File-Name(4:2) is not numeric
               exit paragraph
             end-if
             move spaces to WS-Pattern
             move WS-File-Name(4:2) to WS-Pattern(1:2)
             if WS-File-Name(6:1) >= "a" and WS-File-Name(6:1) <= "z"
               move WS-File-Name(6:1) to WS-Pattern(3:1)
             end-if
             perform varying WS-f from 1 by 1
                     until WS-f > WS-Rcp-FeedCount(WS-r)
               if WS-Rcp-Feed(WS-r, WS-f) = WS-Pattern
                 exit paragraph
               end-if
             end-perform
             if WS-Rcp-FeedCount(WS-r) < 20
               add 1 to WS-Rcp-FeedCount(WS-r)
               move WS-Pattern
                 to WS-Rcp-Feed(WS-r, WS-Rcp-FeedCount(WS-r))
             end-if
           .

      *    live file first, then the month's archive generation -
      *    housekeeping may have rolled the month's rows already.
           tally-history-rows.
             move "run-history.txt" to WS-Source-Name
             move "N" to WS-Layout-Required
             perform tally-one-source
             move spaces to WS-Source-Name
             string "run-history-" WS-Period ".txt"
               delimited by size into WS-Source-Name
             move "Y" to WS-Layout-Required
             perform tally-one-source
           .

           tally-one-source.
             move zero to WS-EOF
             open input HistorySource
             if WS-Source-Error
               exit paragraph
             end-if
             if WS-Layout-Required = "Y"
               perform check-source-layout
               if not WS-Layout-Readable
                 close HistorySource
                 move zero to WS-EOF
                 exit paragraph
               end-if
             end-if
             perform until WS-EOF = 1
               read HistorySource
                 at end move 1 to WS-EOF
                 not at end perform tally-one-row
               end-read
             end-perform
             close HistorySource
             move zero to WS-EOF
           .

      *    the generation's first record is its layout header; an
      *    empty generation has nothing to misread.
           check-source-layout.
             move "Y" to WS-Layout-Verdict
             move spaces to WS-Layout-Probe
             read HistorySource into WS-Layout-Probe
               at end move 1 to WS-EOF
               not at end
                 move "RUNHIST" to WS-Layout-Ledger
                 move WS-Source-Name to WS-Layout-Source
                 perform check-generation-layout
             end-read
           .

           tally-one-row.
             move HistorySource-Line to WS-RunHistory-Line
             if WS-RunHistory-Date(1:7) not = WS-Period
               exit paragraph
             end-if
             move WS-RunHistory-Program to WS-Key-Program
             move WS-RunHistory-Date to WS-Key-Date
             move WS-RunHistory-Start to WS-Key-Start
             move WS-RunHistory-RunId to WS-Key-RunId
             move 0 to WS-Row-Seen
             perform varying WS-s from 1 by 1
                     until WS-s > WS-SeenCount
               if WS-Seen-Key(WS-s) = WS-Row-Key
                 move 1 to WS-Row-Seen
                 exit perform
               end-if
             end-perform
             if WS-Row-Seen = 1
               exit paragraph
             end-if
             if WS-SeenCount < 3000
               add 1 to WS-SeenCount
               move WS-Row-Key to WS-Seen-Key(WS-SeenCount)
             end-if
             move WS-RunHistory-Elapsed to WS-Numval-Input
             perform validate-numeric-field
             if WS-Numval-Is-Invalid or WS-Numval-Result < 0
               move zero to WS-Row-Secs
             else
               move WS-Numval-Result to WS-Row-Secs
             end-if
             move WS-RunHistory-Program to WS-This-Prog
             perform find-program-slot
             add 1 to WS-Prog-Runs(WS-p)
             add WS-Row-Secs to WS-Prog-Secs(WS-p)
             add 1 to WS-RunCount
             add WS-Row-Secs to WS-Month-Secs
           .

           find-program-slot.
             perform varying WS-p from 1 by 1
                     until WS-p > WS-ProgCount
               if WS-Prog-Name(WS-p) = WS-This-Prog
                 exit perform
               end-if
             end-perform
             if WS-p > WS-ProgCount
               if WS-ProgCount >= 50
                 move WS-ProgCount to WS-p
                 exit paragraph
               end-if
               add 1 to WS-ProgCount
               move WS-ProgCount to WS-p
               move WS-This-Prog to WS-Prog-Name(WS-p)
               move zero to WS-Prog-Runs(WS-p)
               move zero to WS-Prog-Secs(WS-p)
               perform varying WS-r from 1 by 1 until WS-r > 20
                 move zero to WS-Prog-Alloc(WS-p, WS-r)
               end-perform
             end-if
           .

      *    weights first - one per consuming recipient for a fed
      *    program, the shared key's weights otherwise - then the
      *    cut shares, then the left-over hundredths.
           allocate-one-program.
             move zero to WS-Weight-Total
             move "DIRECT" to WS-Prog-Basis(WS-p)
             perform varying WS-r from 1 by 1
                     until WS-r > WS-RcpCount
               move zero to WS-Rcp-Weight(WS-r)
               perform varying WS-f from 1 by 1
                       until WS-f > WS-Rcp-FeedCount(WS-r)
                 move WS-Rcp-Feed(WS-r, WS-f) to WS-Pattern
                 if WS-Prog-Name(WS-p)(1:4) = "Day-"
                    and WS-Prog-Name(WS-p)(5:2) = WS-Pattern(1:2)
                    and (WS-Pattern(3:1) = space
                         or WS-Prog-Name(WS-p)(7:1) = WS-Pattern(3:1))
                   move 1 to WS-Rcp-Weight(WS-r)
                 end-if
               end-perform
               add WS-Rcp-Weight(WS-r) to WS-Weight-Total
             end-perform
             if WS-Weight-Total = 0
               move "SHARED" to WS-Prog-Basis(WS-p)
               perform varying WS-r from 1 by 1
                       until WS-r > WS-RcpCount
                 if WS-Shared-Key = "EQUAL"
                   move 1 to WS-Rcp-Weight(WS-r)
                 else
                   move WS-Rcp-Subs(WS-r) to WS-Rcp-Weight(WS-r)
                 end-if
                 add WS-Rcp-Weight(WS-r) to WS-Weight-Total
               end-perform
             end-if
             if WS-Weight-Total = 0
               exit paragraph
             end-if
             move zero to WS-Allocated
             move zero to WS-First-Charged
             perform varying WS-r from 1 by 1
                     until WS-r > WS-RcpCount
               if WS-Rcp-Weight(WS-r) > 0
                 compute WS-Share = WS-Prog-Secs(WS-p)
                   * WS-Rcp-Weight(WS-r) / WS-Weight-Total
                 move WS-Share to WS-Prog-Alloc(WS-p, WS-r)
                 add WS-Share to WS-Allocated
                 if WS-First-Charged = 0
                   move WS-r to WS-First-Charged
                 end-if
               end-if
             end-perform
             compute WS-Share = WS-Prog-Secs(WS-p) - WS-Allocated
             add WS-Share to WS-Prog-Alloc(WS-p, WS-First-Charged)
           .

           write-chargeback-statements.
             move spaces to WS-Statement-Name
             string "chargeback-" WS-Period ".txt"
               delimited by size into WS-Statement-Name
             open output Statement
             move spaces to Statement-Line
             string "===== chargeback statements " WS-Period
               " - produced " WS-TodayDate " - shared steps by "
               function trim(WS-Shared-Key) " ====="
               delimited by size into Statement-Line
             write Statement-Line
             perform varying WS-r from 1 by 1
                     until WS-r > WS-RcpCount
               perform write-one-statement
             end-perform
             perform write-reconciliation
             close Statement
           .

           write-one-statement.
             move spaces to Statement-Line
             write Statement-Line
             move WS-Rcp-Subs(WS-r) to WS-Count-Disp
             move spaces to Statement-Line
             string "statement for " WS-Rcp-Name(WS-r) " - "
               function trim(WS-Count-Disp)
               " report subscription(s)"
               delimited by size into Statement-Line
             write Statement-Line
             move "    program     basis     runs        seconds"
               to Statement-Line
             write Statement-Line
             move zero to WS-Rcp-Total(WS-r)
             perform varying WS-p from 1 by 1
                     until WS-p > WS-ProgCount
               if WS-Prog-Alloc(WS-p, WS-r) > 0
                 move WS-Prog-Name(WS-p) to WS-Stmt-Program
                 move WS-Prog-Basis(WS-p) to WS-Stmt-Basis
                 move WS-Prog-Runs(WS-p) to WS-Stmt-Runs
                 move WS-Prog-Alloc(WS-p, WS-r) to WS-Stmt-Secs
                 move WS-Statement-Row to Statement-Line
                 write Statement-Line
                 add WS-Prog-Alloc(WS-p, WS-r) to WS-Rcp-Total(WS-r)
               end-if
             end-perform
             move WS-Rcp-Total(WS-r) to WS-Secs-Disp
             move spaces to Statement-Line
             string "    total charged to " WS-Rcp-Name(WS-r)
               "    " WS-Secs-Disp
               delimited by size into Statement-Line
             write Statement-Line
             add WS-Rcp-Total(WS-r) to WS-Month-Allocated
           .

           write-reconciliation.
             move spaces to Statement-Line
             write Statement-Line
             move "reconciliation" to Statement-Line
             write Statement-Line
             move WS-RunCount to WS-Runs-Disp
             move WS-Month-Secs to WS-Secs-Disp
             move spaces to Statement-Line
             string "    elapsed on run-history for the month "
               WS-Secs-Disp "  (" function trim(WS-Runs-Disp)
               " run(s))"
               delimited by size into Statement-Line
             write Statement-Line
             move WS-Month-Allocated to WS-Secs-Disp
             move spaces to Statement-Line
             string "    allocated across the statements      "
               WS-Secs-Disp
               delimited by size into Statement-Line
             write Statement-Line
             compute WS-Difference = WS-Month-Secs
               - WS-Month-Allocated
             move WS-Difference to WS-Diff-Disp
             move spaces to Statement-Line
             string "    difference                           "
               WS-Diff-Disp
               delimited by size into Statement-Line
             write Statement-Line
             if WS-Difference = 0
               move "    BALANCED" to Statement-Line
             else
               move "    OUT OF BALANCE - no recipient to charge"
                 to Statement-Line
             end-if
             write Statement-Line
           .

           copy "numvalp.cpy".
           copy "ledgverp.cpy".
