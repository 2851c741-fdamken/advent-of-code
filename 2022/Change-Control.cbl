       identification division.
           program-id. Change-Control.
      *    keeper of the maker-checker queue (master-changes.txt,
      *    laid out as pendchg.cpy), in the calling style of
      *    Lock-Manager and Processed-Register. the master-file
      *    maintenance programs no longer apply a SET on one
      *    operator's say-so: they hold it here, and apply it only
      *    when a second signed-on supervisor approves it. modes:
      *      "H"  hold: queue CHG-Request (the maker's whole command
      *           line) for CHG-Program under maker CHG-Operator;
      *           the new reference comes back in CHG-Ref
      *      "F"  fetch: the row for CHG-Ref - program, request,
      *           maker and status come back (CHG-Found "N" when
      *           there is no such reference)
      *      "A"  applied: close a pending row as applied by checker
      *           CHG-Operator
      *      "R"  rejected: close a pending row as rejected by
      *           checker CHG-Operator
      *      "L"  list: display every row still pending (only
      *           CHG-Program's when it is not spaces); the count
      *           comes back in CHG-Ref
      *    a row pending longer than site-config key
      *    pending-change-hours (24 unless set) is closed E
      *    (expired) by whichever call next finds it, and can no
      *    longer be applied - the maker has to SET it again. the
      *    file is rewritten under a Lock-Manager exclusive lock.
      *    keeping the queue here means every maintenance program
      *    holds, expires and closes changes the same way. a change
      *    is held for the base camp the maker's session is for, and
      *    only a checker's session for that same camp can fetch it
      *    to apply - approving from another camp would replay it
      *    against the wrong site's master.
       environment division.
           input-output section.
             file-control.
               select PendingChanges assign to "master-changes.txt"
                 organization is line sequential
                 file status is CHG-File-Status.
       data division.
           file section.
             fd PendingChanges.
                01 PendingChanges-Line pic X(220).
           working-storage section.
             copy "pendchg.cpy".
             01 CHG-File-Status pic XX.
             88 CHG-File-OK    value "00".
             88 CHG-File-Error value "30" thru "99".
             01 CHG-EOF pic 9.
      *      the whole queue held while it is rewritten.
             01 CHG-MaxRows pic 9(4) value 2000.
             01 CHG-RowCount pic 9(4).
             01 CHG-Row-Table.
                05 CHG-Row pic X(220) occurs 2000 times.
             01 CHG-r pic 9(4).
             01 CHG-Changed pic 9.
             01 CHG-Last-Ref pic 9(06).
             01 CHG-Now pic X(21).
             01 CHG-TodayDate pic X(10).
             01 CHG-NowTime pic X(8).
      *      expiry: minutes since the row was held against the
      *      site's allowance.
             01 CHG-Hours pic 9(4) value 24.
             01 CHG-Now-Minutes  pic 9(12).
             01 CHG-Held-Minutes pic 9(12).
             01 CHG-Held-Ymd pic 9(8).
             01 CHG-Held-Hh  pic 9(2).
             01 CHG-Held-Mi  pic 9(2).
             01 CHG-Config-Key   pic X(30).
             01 CHG-Config-Value pic X(100).
             01 CHG-Config-Found pic X(1).
             01 CHG-Listed pic 9(4).
             01 CHG-Ref-Disp pic Z(5)9.
             01 CHG-Lock-Mode     pic X(1).
             01 CHG-Lock-Resource pic X(30)
                value "master-changes.txt".
             01 CHG-Lock-Share    pic X(1) value "X".
             01 CHG-Lock-Program  pic X(20) value "Change-Control".
             01 CHG-Lock-Result   pic X(1).
             01 CHG-Lock-Holder   pic X(60).
             01 CHG-Site-Mode pic X(1) value "C".
             01 CHG-Site-Code pic X(6).
             01 CHG-Home-Site pic X(6).
             01 CHG-Site-Path pic X(100).
           linkage section.
             01 CHG-Mode     pic X(1).
             01 CHG-Ref      pic 9(06).
             01 CHG-Program  pic X(20).
             01 CHG-Operator pic X(3).
             01 CHG-Request  pic X(140).
             01 CHG-Maker    pic X(3).
             01 CHG-Status   pic X(1).
             01 CHG-Found    pic X(1).
       procedure division using CHG-Mode CHG-Ref CHG-Program
             CHG-Operator CHG-Request CHG-Maker CHG-Status
             CHG-Found.
           move "N" to CHG-Found
           move function current-date to CHG-Now
           string CHG-Now(1:4) "-" CHG-Now(5:2) "-" CHG-Now(7:2)
             delimited by size into CHG-TodayDate
           string CHG-Now(9:2) ":" CHG-Now(11:2) ":" CHG-Now(13:2)
             delimited by size into CHG-NowTime
           call "Site-Context" using CHG-Site-Mode CHG-Site-Code
             CHG-Site-Path
           move "H" to CHG-Site-Mode
           call "Site-Context" using CHG-Site-Mode CHG-Home-Site
             CHG-Site-Path
           move "C" to CHG-Site-Mode
           perform load-expiry-hours
           perform load-pending-rows
           perform expire-stale-rows
           evaluate CHG-Mode
             when "H" perform hold-change
             when "F" perform fetch-change
             when "A" perform close-change
             when "R" perform close-change
             when "L" perform list-pending
           end-evaluate
           if CHG-Changed = 1
             perform rewrite-pending-file
           end-if
           goback.

           load-expiry-hours.
             move "pending-change-hours" to CHG-Config-Key
             move spaces to CHG-Config-Value
             call "Site-Config" using CHG-Config-Key CHG-Config-Value
               CHG-Config-Found
             if CHG-Config-Found = "Y"
                and function test-numval(CHG-Config-Value) = 0
               move function numval(CHG-Config-Value) to CHG-Hours
             end-if
             if CHG-Hours = 0
               move 24 to CHG-Hours
             end-if
           .

           load-pending-rows.
             move zero to CHG-RowCount
             move zero to CHG-Last-Ref
             move 0 to CHG-Changed
             move zero to CHG-EOF
             open input PendingChanges
             if CHG-File-Error
               exit paragraph
             end-if
             perform until CHG-EOF = 1
               read PendingChanges
                 at end move 1 to CHG-EOF
                 not at end
                   if PendingChanges-Line not = spaces
                      and CHG-RowCount < CHG-MaxRows
                     add 1 to CHG-RowCount
                     move PendingChanges-Line to CHG-Row(CHG-RowCount)
                     move PendingChanges-Line to WS-Pending-Record
                     if WS-Pending-Ref > CHG-Last-Ref
                       move WS-Pending-Ref to CHG-Last-Ref
                     end-if
                   end-if
               end-read
             end-perform
             close PendingChanges
           .

           expire-stale-rows.
             compute CHG-Now-Minutes =
               function integer-of-date(function numval(CHG-Now(1:8)))
               * 1440 + function numval(CHG-Now(9:2)) * 60
               + function numval(CHG-Now(11:2))
             perform varying CHG-r from 1 by 1
                     until CHG-r > CHG-RowCount
               move CHG-Row(CHG-r) to WS-Pending-Record
               if WS-Pending-Open
                 move WS-Pending-HeldDate(1:4) to CHG-Held-Ymd(1:4)
                 move WS-Pending-HeldDate(6:2) to CHG-Held-Ymd(5:2)
                 move WS-Pending-HeldDate(9:2) to CHG-Held-Ymd(7:2)
                 move WS-Pending-HeldTime(1:2) to CHG-Held-Hh
                 move WS-Pending-HeldTime(4:2) to CHG-Held-Mi
                 compute CHG-Held-Minutes =
                   function integer-of-date(CHG-Held-Ymd) * 1440
                   + CHG-Held-Hh * 60 + CHG-Held-Mi
                 if CHG-Now-Minutes - CHG-Held-Minutes
                    >= CHG-Hours * 60
                   move "E" to WS-Pending-Status
                   move CHG-TodayDate to WS-Pending-ClosedDate
                   move WS-Pending-Record to CHG-Row(CHG-r)
                   move 1 to CHG-Changed
                 end-if
               end-if
             end-perform
           .

           hold-change.
             if CHG-RowCount >= CHG-MaxRows
               display "master-changes.txt is full - change not held"
               exit paragraph
             end-if
             move spaces to WS-Pending-Record
             add 1 to CHG-Last-Ref
             move CHG-Last-Ref to WS-Pending-Ref
             move CHG-Program to WS-Pending-Program
             move "P" to WS-Pending-Status
             move CHG-Operator to WS-Pending-Maker
             move CHG-TodayDate to WS-Pending-HeldDate
             move CHG-NowTime to WS-Pending-HeldTime
             move CHG-Request to WS-Pending-Request
             move CHG-Site-Code to WS-Pending-Site
             add 1 to CHG-RowCount
             move WS-Pending-Record to CHG-Row(CHG-RowCount)
             move 1 to CHG-Changed
             move CHG-Last-Ref to CHG-Ref
             move "Y" to CHG-Found
           .

           fetch-change.
             perform varying CHG-r from 1 by 1
                     until CHG-r > CHG-RowCount
               move CHG-Row(CHG-r) to WS-Pending-Record
               if WS-Pending-Ref = CHG-Ref
                 if WS-Pending-Site = spaces
                   move CHG-Home-Site to WS-Pending-Site
                 end-if
                 if WS-Pending-Site not = CHG-Site-Code
                   move CHG-Ref to CHG-Ref-Disp
                   display "change " CHG-Ref-Disp " is for site "
                     WS-Pending-Site " - review it from a "
                     WS-Pending-Site " session"
                   exit perform
                 end-if
                 move WS-Pending-Program to CHG-Program
                 move WS-Pending-Request to CHG-Request
                 move WS-Pending-Maker to CHG-Maker
                 move WS-Pending-Status to CHG-Status
                 move "Y" to CHG-Found
                 exit perform
               end-if
             end-perform
           .

      *    only a row still pending can be closed; an expired one
      *    was closed already by expire-stale-rows.
           close-change.
             perform varying CHG-r from 1 by 1
                     until CHG-r > CHG-RowCount
               move CHG-Row(CHG-r) to WS-Pending-Record
               if WS-Pending-Ref = CHG-Ref
                 move WS-Pending-Status to CHG-Status
                 if WS-Pending-Open
                   move CHG-Mode to WS-Pending-Status
                   move CHG-Operator to WS-Pending-Checker
                   move CHG-TodayDate to WS-Pending-ClosedDate
                   move WS-Pending-Record to CHG-Row(CHG-r)
                   move 1 to CHG-Changed
                   move "Y" to CHG-Found
                 end-if
                 exit perform
               end-if
             end-perform
           .

           list-pending.
             move zero to CHG-Listed
             perform varying CHG-r from 1 by 1
                     until CHG-r > CHG-RowCount
               move CHG-Row(CHG-r) to WS-Pending-Record
               if WS-Pending-Open
                  and (CHG-Program = spaces
                       or WS-Pending-Program = CHG-Program)
                 add 1 to CHG-Listed
                 if CHG-Listed = 1
                   display "  ref    program              maker held"
                     "                site   request"
                 end-if
                 move WS-Pending-Ref to CHG-Ref-Disp
                 display "  " CHG-Ref-Disp " " WS-Pending-Program " "
                   WS-Pending-Maker "   " WS-Pending-HeldDate " "
                   WS-Pending-HeldTime(1:5) " "
                   WS-Pending-Site " "
                   function trim(WS-Pending-Request)
               end-if
             end-perform
             move CHG-Listed to CHG-Ref
           .

      *    a refused lock leaves the file as it was: a hold or a
      *    close is reported not done, and an expiry is simply
      *    written by the next call that finds it.
           rewrite-pending-file.
             move "A" to CHG-Lock-Mode
             call "Lock-Manager" using CHG-Lock-Mode
               CHG-Lock-Resource CHG-Lock-Share CHG-Lock-Program
               CHG-Operator CHG-Lock-Result CHG-Lock-Holder
             if CHG-Lock-Result not = "Y"
               display "master-changes.txt is locked by "
                 function trim(CHG-Lock-Holder)
               if CHG-Mode = "H" or CHG-Mode = "A" or CHG-Mode = "R"
                 move "N" to CHG-Found
               end-if
               exit paragraph
             end-if
             open output PendingChanges
             perform varying CHG-r from 1 by 1
                     until CHG-r > CHG-RowCount
               move CHG-Row(CHG-r) to PendingChanges-Line
               write PendingChanges-Line
             end-perform
             close PendingChanges
             move "R" to CHG-Lock-Mode
             call "Lock-Manager" using CHG-Lock-Mode
               CHG-Lock-Resource CHG-Lock-Share CHG-Lock-Program
               CHG-Operator CHG-Lock-Result CHG-Lock-Holder
           .
