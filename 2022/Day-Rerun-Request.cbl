       identification division.
           program-id. Day-Rerun-Request.
      *    entry program for rerun-requests.txt, the queue of runs
      *    outside the normal schedule (rerunreq.cpy). a rerun is
      *    filed here with its reason instead of reaching the night
      *    operator on a note, a supervisor decides it, and the
      *    batch driver runs what was approved - the queue is the
      *    authority for what ran off-schedule. modes from the
      *    command line:
      *      FILE <year> <day> <mode> <night> <file> <reason>
      *                               file a rerun of the day for
      *                               the signed-on site: mode
      *                               CORRECT (file = the repair
      *                               resubmit file), DAY (file
      *                               "-") or WHATIF (file = the
      *                               input to try, "-" for the
      *                               day's own); night = the batch
      *                               date it runs on, YYYY-MM-DD;
      *                               the request keeps the night
      *                               the day was last run
      *                               (run-history.txt) as the
      *                               night its input belongs to
      *      APPROVE <request>        approve a filed request
      *      DECLINE <request> <why>  decline a filed or approved
      *                               request not yet run
      *      LIST [request]           the queue, or one request
      *    a request can only be filed for a day on
      *    batch-manifest.txt for the site and a night not yet
      *    past. deciding takes a supervisor, and approving takes
      *    one who did not file the request. Day-Batch-Driver picks
      *    approved requests up on their night as extra manifest
      *    rows and writes the outcome back with its run-id.
      *    every session fronts with Operator-Signon, every change is
      *    journalled, and rerun-requests.txt is rewritten under an
      *    exclusive Lock-Manager lock.
       environment division.
           input-output section.
             file-control.
               select RerunRequests assign to "rerun-requests.txt"
                 organization is line sequential
                 file status is WS-Requests-Status.
               select BatchManifest assign to "batch-manifest.txt"
                 organization is line sequential
                 file status is WS-Manifest-Status.
               select RunHistory assign to "run-history.txt"
                 organization is line sequential
                 file status is WS-History-Status.
       data division.
           file section.
             fd RerunRequests.
                01 RerunRequests-Line pic X(300).
             fd BatchManifest.
                01 BatchManifest-Line pic X(160).
             fd RunHistory.
                01 RunHistory-Line pic X(120).
           working-storage section.
             copy "rerunreq.cpy".
             copy "runhist.cpy".
             01 WS-Requests-Status pic XX.
             88 WS-Requests-Error value "30" thru "99".
             01 WS-Manifest-Status pic XX.
             88 WS-Manifest-Error value "30" thru "99".
             01 WS-History-Status pic XX.
             88 WS-History-Error value "30" thru "99".
             01 WS-Input-Date pic X(10).
             01 WS-EOF pic 9 value zero.
             01 WS-TodayDate pic X(10).
             01 WS-CurrentDate pic X(8).
             01 WS-Param-Line pic X(200).
             01 WS-Param-Ptr  pic 9(3).
             01 WS-Mode       pic X(8).
             01 WS-Arg-Req    pic X(10).
             01 WS-Arg-Year   pic X(10).
             01 WS-Arg-Day    pic X(10).
             01 WS-Arg-Mode   pic X(10).
             01 WS-Arg-Night  pic X(12).
             01 WS-Arg-File   pic X(60).
             01 WS-Arg-Text   pic X(100).
             01 WS-Req-Wanted pic 9(06).
             01 WS-Day-Num    pic 99.
      *      the whole queue held while it is rewritten with a
      *      request added or decided.
             01 WS-MaxRows pic 9(4) value 2000.
             01 WS-RowCount pic 9(4) value zero.
             01 WS-Row-Table.
                05 WS-Row pic X(300) occurs 2000 times.
             01 WS-r pic 9(4).
             01 WS-Found pic 9.
             01 WS-Req-Row pic 9(4).
             01 WS-Last-Req pic 9(06) value zero.
             01 WS-Listed pic 9(4) value zero.
             01 WS-Manifest-Rows pic 9(3).
             01 WS-Manifest-Site pic X(6).
             01 WS-Night-Digits pic X(8).
             01 WS-Night-Num redefines WS-Night-Digits pic 9(8).
      *      the site the session files for.
             01 WS-Site-Mode pic X(1) value "C".
             01 WS-Site-Code pic X(6).
             01 WS-Home-Site pic X(6).
             01 WS-Site-Path pic X(100).
      *      lock handshake with Lock-Manager - a change holds
      *      rerun-requests.txt exclusively while it rewrites; the
      *      batch driver holds it the same way while it works the
      *      queue.
             01 WS-Lock-Mode     pic X(1).
             01 WS-Lock-Resource pic X(30)
                value "rerun-requests.txt".
             01 WS-Lock-Share    pic X(1).
             01 WS-Lock-Program  pic X(20)
                value "Day-Rerun-Request".
             01 WS-Lock-Result   pic X(1).
             01 WS-Lock-Holder   pic X(60).
      *      operator identity from Operator-Signon.
             01 WS-Signon-Mode    pic X(1).
             01 WS-Signon-Program pic X(20)
                value "Day-Rerun-Request".
             01 WS-Operator-Id    pic X(3).
             01 WS-Operator-Name  pic X(30).
             01 WS-Operator-Level pic X(1).
             88 WS-Operator-Supervisor value "2".
             01 WS-Signon-Action  pic X(60).
             01 WS-Signon-Found   pic X(1).
       procedure division.
           move function current-date(1:8) to WS-CurrentDate
           string WS-CurrentDate(1:4) "-" WS-CurrentDate(5:2) "-"
                  WS-CurrentDate(7:2)
             delimited by size into WS-TodayDate
           call "Site-Context" using WS-Site-Mode WS-Site-Code
             WS-Site-Path
           move "H" to WS-Site-Mode
           call "Site-Context" using WS-Site-Mode WS-Home-Site
             WS-Site-Path
           accept WS-Param-Line from command-line
           move spaces to WS-Mode
           move 1 to WS-Param-Ptr
           unstring WS-Param-Line delimited by all space
             into WS-Mode
             with pointer WS-Param-Ptr
           end-unstring
           move function upper-case(WS-Mode) to WS-Mode
           move "S" to WS-Signon-Mode
           call "Operator-Signon" using WS-Signon-Mode
             WS-Signon-Program WS-Operator-Id WS-Operator-Name
             WS-Operator-Level WS-Signon-Action WS-Signon-Found
           if WS-Signon-Found not = "Y"
             goback
           end-if
           perform load-request-rows
           evaluate WS-Mode
             when "FILE"    perform file-request
             when "APPROVE" perform decide-request
             when "DECLINE" perform decide-request
             when "LIST"    perform list-requests
             when other
               display "Day-Rerun-Request: usage is FILE <year> "
                 "<day> CORRECT|DAY|WHATIF <night> <file or -> "
                 "<reason>, APPROVE <request>, DECLINE <request> "
                 "<reason> or LIST [request]"
           end-evaluate
           goback.

           load-request-rows.
             move zero to WS-EOF
             open input RerunRequests
             if WS-Requests-Error
               display "no rerun-requests.txt yet - starting from an "
                 "empty queue"
               exit paragraph
             end-if
             perform until WS-EOF = 1
               read RerunRequests
                 at end move 1 to WS-EOF
                 not at end
                   if RerunRequests-Line not = spaces
                      and WS-RowCount < WS-MaxRows
                     add 1 to WS-RowCount
                     move RerunRequests-Line to WS-Row(WS-RowCount)
                     move RerunRequests-Line to WS-Rerun-Record
                     if WS-Rerun-No > WS-Last-Req
                       move WS-Rerun-No to WS-Last-Req
                     end-if
                   end-if
               end-read
             end-perform
             close RerunRequests
             move zero to WS-EOF
           .

      *    the request number after the verb, and whatever follows.
           take-request-argument.
             move spaces to WS-Arg-Req
             move spaces to WS-Arg-Text
             unstring WS-Param-Line delimited by all space
               into WS-Arg-Req
               with pointer WS-Param-Ptr
             end-unstring
             if WS-Param-Ptr <= function length(WS-Param-Line)
               move function trim(WS-Param-Line(WS-Param-Ptr:))
                 to WS-Arg-Text
             end-if
             move 0 to WS-Found
             if WS-Arg-Req = spaces
                or function test-numval(WS-Arg-Req) not = 0
               display function trim(WS-Mode)
                 " needs a request number"
               exit paragraph
             end-if
             move function numval(WS-Arg-Req) to WS-Req-Wanted
             perform varying WS-r from 1 by 1
                     until WS-r > WS-RowCount
               move WS-Row(WS-r) to WS-Rerun-Record
               if WS-Rerun-No = WS-Req-Wanted
                 move 1 to WS-Found
                 move WS-r to WS-Req-Row
                 exit perform
               end-if
             end-perform
             if WS-Found = 0
               display "request " WS-Req-Wanted
                 " is not on rerun-requests.txt - nothing changed"
             end-if
           .

           file-request.
             move spaces to WS-Arg-Year
             move spaces to WS-Arg-Day
             move spaces to WS-Arg-Mode
             move spaces to WS-Arg-Night
             move spaces to WS-Arg-File
             move spaces to WS-Arg-Text
             unstring WS-Param-Line delimited by all space
               into WS-Arg-Year WS-Arg-Day WS-Arg-Mode WS-Arg-Night
                    WS-Arg-File
               with pointer WS-Param-Ptr
             end-unstring
      *      the reason is whatever follows, blanks and all.
             if WS-Param-Ptr <= function length(WS-Param-Line)
               move function trim(WS-Param-Line(WS-Param-Ptr:))
                 to WS-Arg-Text
             end-if
             move function upper-case(WS-Arg-Mode) to WS-Arg-Mode
             if WS-Arg-Year = spaces or WS-Arg-Day = spaces
                or WS-Arg-Mode = spaces or WS-Arg-Night = spaces
                or WS-Arg-File = spaces or WS-Arg-Text = spaces
               display "FILE needs the year, day, mode, night, file "
                 "(or -) and the reason"
               exit paragraph
             end-if
             if WS-Arg-Year(5:6) not = spaces
                or WS-Arg-Year(1:4) not numeric
               display "FILE: " function trim(WS-Arg-Year)
                 " is not a year"
               exit paragraph
             end-if
             if function test-numval(WS-Arg-Day) not = 0
               display "FILE: day " function trim(WS-Arg-Day)
                 " is not a day number"
               exit paragraph
             end-if
             move function numval(WS-Arg-Day) to WS-Day-Num
             move WS-Day-Num to WS-Arg-Day
             if WS-Arg-Mode not = "CORRECT" and not = "DAY"
                and not = "WHATIF"
               display "FILE: mode is CORRECT, DAY or WHATIF"
               exit paragraph
             end-if
             if WS-Arg-File(41:20) not = spaces
                or WS-Arg-Text(61:40) not = spaces
               display "FILE takes a file name of up to 40 and a "
                 "reason of up to 60 characters"
               exit paragraph
             end-if
             if WS-Arg-Mode = "CORRECT" and WS-Arg-File = "-"
               display "FILE: a CORRECT rerun needs the resubmit file "
                 "Day-Reject-Repair wrote"
               exit paragraph
             end-if
             if WS-Arg-Mode = "DAY" and WS-Arg-File not = "-"
               display "FILE: a DAY rerun reads the day's own input - "
                 "give the file as -"
               exit paragraph
             end-if
      *      the night is a batch date, today or later.
             move spaces to WS-Night-Digits
             string WS-Arg-Night(1:4) WS-Arg-Night(6:2)
               WS-Arg-Night(9:2)
               delimited by size into WS-Night-Digits
             if WS-Arg-Night(11:2) not = spaces
                or WS-Arg-Night(5:1) not = "-"
                or WS-Arg-Night(8:1) not = "-"
                or WS-Night-Digits not numeric
                or function test-date-yyyymmdd(WS-Night-Num) not = 0
               display "FILE: night " function trim(WS-Arg-Night)
                 " is not a date (YYYY-MM-DD)"
               exit paragraph
             end-if
             if WS-Arg-Night(1:10) < WS-TodayDate
               display "FILE: night " function trim(WS-Arg-Night)
                 " has already passed"
               exit paragraph
             end-if
             perform count-manifest-rows
             if WS-Manifest-Rows = 0
               display "batch-manifest.txt has no row for "
                 function trim(WS-Arg-Year) " day " WS-Arg-Day(1:2)
                 " at site " WS-Site-Code " - nothing filed"
               exit paragraph
             end-if
             if WS-RowCount >= WS-MaxRows
               display "rerun-requests.txt is full - nothing filed"
               exit paragraph
             end-if
             move spaces to WS-Rerun-Record
             add 1 to WS-Last-Req
             move WS-Last-Req to WS-Rerun-No
             move "FILED" to WS-Rerun-Status
             move WS-Arg-Year to WS-Rerun-Year
             move WS-Arg-Day(1:2) to WS-Rerun-Day
             move WS-Arg-Mode to WS-Rerun-Mode
             move WS-Arg-Night to WS-Rerun-Night
             move WS-Site-Code to WS-Rerun-Site
             move WS-Arg-File to WS-Rerun-File
             move WS-Operator-Id to WS-Rerun-FiledBy
             move WS-TodayDate to WS-Rerun-FiledDate
             move WS-Arg-Text to WS-Rerun-Reason
             perform find-input-date
             move WS-Input-Date to WS-Rerun-InputDate
             add 1 to WS-RowCount
             move WS-Rerun-Record to WS-Row(WS-RowCount)
             perform rewrite-requests
             if WS-Lock-Result not = "Y"
               exit paragraph
             end-if
             display "request " WS-Rerun-No " filed: "
               function trim(WS-Rerun-Mode) " " WS-Rerun-Year
               " day " WS-Rerun-Day " at " WS-Rerun-Site " on "
               WS-Rerun-Night " - awaiting a supervisor"
             if WS-Rerun-InputDate = spaces
               display "  the day has no run on run-history.txt - "
                 "it is processed as the night it runs"
             else
               display "  processed as the night of "
                 WS-Rerun-InputDate ", when it last ran"
             end-if
             move spaces to WS-Signon-Action
             string "RERUN FILE " WS-Rerun-No " "
               function trim(WS-Rerun-Mode) " " WS-Rerun-Year " "
               WS-Rerun-Day " " WS-Rerun-Night
               delimited by size into WS-Signon-Action
             perform journal-change
           .

      *    the manifest rows the driver would repeat for the
      *    request - any program of the year and day at the site.
           count-manifest-rows.
             move zero to WS-Manifest-Rows
             move zero to WS-EOF
             open input BatchManifest
             if WS-Manifest-Error
               exit paragraph
             end-if
             perform until WS-EOF = 1
               read BatchManifest
                 at end move 1 to WS-EOF
                 not at end
                   move BatchManifest-Line(155:6) to WS-Manifest-Site
                   if WS-Manifest-Site = spaces
                     move WS-Home-Site to WS-Manifest-Site
                   end-if
                   if BatchManifest-Line(1:4) = WS-Arg-Year(1:4)
                      and BatchManifest-Line(6:2) = WS-Arg-Day(1:2)
                      and WS-Manifest-Site = WS-Site-Code
                     add 1 to WS-Manifest-Rows
                   end-if
               end-read
             end-perform
             close BatchManifest
             move zero to WS-EOF
           .

      *    the latest night up to today the year's day ran at the
      *    site, by any of its programs.
           find-input-date.
             move spaces to WS-Input-Date
             move zero to WS-EOF
             open input RunHistory
             if WS-History-Error
               exit paragraph
             end-if
             perform until WS-EOF = 1
               read RunHistory into WS-RunHistory-Line
                 at end move 1 to WS-EOF
                 not at end
                   if WS-RunHistory-Site = spaces
                     move WS-Home-Site to WS-RunHistory-Site
                   end-if
                   if WS-RunHistory-Year = WS-Arg-Year(1:4)
                      and WS-RunHistory-Day = WS-Arg-Day(1:2)
                      and WS-RunHistory-Site = WS-Site-Code
                      and WS-RunHistory-Date <= WS-TodayDate
                      and WS-RunHistory-Date > WS-Input-Date
                     move WS-RunHistory-Date to WS-Input-Date
                   end-if
               end-read
             end-perform
             close RunHistory
             move zero to WS-EOF
           .

      *    APPROVE and DECLINE - a supervisor's call, and an
      *    approval is never the filer's own.
           decide-request.
             perform take-request-argument
             if WS-Found = 0
               exit paragraph
             end-if
             if not WS-Operator-Supervisor
               display "deciding a rerun request takes a supervisor "
                 "- request " WS-Rerun-No " left "
                 function trim(WS-Rerun-Status)
               exit paragraph
             end-if
             if WS-Mode = "APPROVE"
               if not WS-Rerun-Filed
                 display "request " WS-Rerun-No " is "
                   function trim(WS-Rerun-Status)
                   " - only a FILED request is approved"
                 exit paragraph
               end-if
               if WS-Rerun-FiledBy = WS-Operator-Id
                 display "request " WS-Rerun-No " was filed by "
                   WS-Operator-Id " - another supervisor approves it"
                 exit paragraph
               end-if
               if WS-Rerun-Night < WS-TodayDate
                 display "request " WS-Rerun-No " was for "
                   WS-Rerun-Night ", already passed - file it again"
                 exit paragraph
               end-if
               move "APPROVED" to WS-Rerun-Status
             else
               if not WS-Rerun-Filed and not WS-Rerun-Approved
                 display "request " WS-Rerun-No " is "
                   function trim(WS-Rerun-Status) " - nothing changed"
                 exit paragraph
               end-if
               if WS-Arg-Text = spaces
                 display "DECLINE needs the reason"
                 exit paragraph
               end-if
               move "DECLINED" to WS-Rerun-Status
               move WS-Arg-Text to WS-Rerun-Note
             end-if
             move WS-Operator-Id to WS-Rerun-DecidedBy
             move WS-TodayDate to WS-Rerun-DecidedDate
             move WS-Rerun-Record to WS-Row(WS-Req-Row)
             perform rewrite-requests
             if WS-Lock-Result not = "Y"
               exit paragraph
             end-if
             if WS-Rerun-Approved
               display "request " WS-Rerun-No " approved - "
                 "Day-Batch-Driver runs it on " WS-Rerun-Night
             else
               display "request " WS-Rerun-No " declined"
             end-if
             move spaces to WS-Signon-Action
             string "RERUN " function trim(WS-Rerun-Status) " "
               WS-Rerun-No " " WS-Rerun-Note
               delimited by size into WS-Signon-Action
             perform journal-change
           .

           list-requests.
             if WS-Param-Ptr <= function length(WS-Param-Line)
               if WS-Param-Line(WS-Param-Ptr:) not = spaces
                 perform take-request-argument
                 if WS-Found = 1
                   perform show-request
                 end-if
                 exit paragraph
               end-if
             end-if
             display "  req    status   yr   dy mode     night      "
               "site   by  run-id          rc"
             perform varying WS-r from 1 by 1
                     until WS-r > WS-RowCount
               move WS-Row(WS-r) to WS-Rerun-Record
               add 1 to WS-Listed
               display "  " WS-Rerun-No " " WS-Rerun-Status " "
                 WS-Rerun-Year " " WS-Rerun-Day " " WS-Rerun-Mode " "
                 WS-Rerun-Night " " WS-Rerun-Site " "
                 WS-Rerun-FiledBy " " WS-Rerun-RunId " " WS-Rerun-RC
             end-perform
             if WS-Listed = 0
               display "  (no rerun requests)"
             end-if
           .

           show-request.
             display "request  " WS-Rerun-No " "
               function trim(WS-Rerun-Status)
             display "rerun    " function trim(WS-Rerun-Mode) " "
               WS-Rerun-Year " day " WS-Rerun-Day " at "
               WS-Rerun-Site " on " WS-Rerun-Night
             display "file     " function trim(WS-Rerun-File)
             if WS-Rerun-InputDate not = spaces
               display "input    the night of " WS-Rerun-InputDate
             end-if
             display "filed    " WS-Rerun-FiledDate " by "
               WS-Rerun-FiledBy ": " function trim(WS-Rerun-Reason)
             if WS-Rerun-DecidedDate not = spaces
               display "decided  " WS-Rerun-DecidedDate " by "
                 WS-Rerun-DecidedBy
             end-if
             if WS-Rerun-RunId not = spaces
               display "ran      " WS-Rerun-RanDate " run "
                 WS-Rerun-RunId " rc " WS-Rerun-RC
             end-if
             if WS-Rerun-Note not = spaces
               display "note     " function trim(WS-Rerun-Note)
             end-if
           .

           rewrite-requests.
             move "A" to WS-Lock-Mode
             move "X" to WS-Lock-Share
             call "Lock-Manager" using WS-Lock-Mode
               WS-Lock-Resource WS-Lock-Share WS-Lock-Program
               WS-Operator-Id WS-Lock-Result WS-Lock-Holder
             if WS-Lock-Result not = "Y"
               display "rerun-requests.txt is locked by "
                 function trim(WS-Lock-Holder) " - nothing changed"
               exit paragraph
             end-if
             open output RerunRequests
             perform varying WS-r from 1 by 1
                     until WS-r > WS-RowCount
               move WS-Row(WS-r) to RerunRequests-Line
               write RerunRequests-Line
             end-perform
             close RerunRequests
             move "R" to WS-Lock-Mode
             call "Lock-Manager" using WS-Lock-Mode
               WS-Lock-Resource WS-Lock-Share WS-Lock-Program
               WS-Operator-Id WS-Lock-Result WS-Lock-Holder
             move "Y" to WS-Lock-Result
           .

           journal-change.
             move "J" to WS-Signon-Mode
             call "Operator-Signon" using WS-Signon-Mode
               WS-Signon-Program WS-Operator-Id WS-Operator-Name
               WS-Operator-Level WS-Signon-Action WS-Signon-Found
           .
