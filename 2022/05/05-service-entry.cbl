       identification division.
           program-id. Day-05-Service-Entry.
      *    keeps crane-service.txt, the crane preventive-maintenance
      *    master that Day-05a posts lifts to and Day-05-Service-Due
      *    reports from. three modes from the command line:
      *      DONE <crane> [yyyy-mm-dd]          a completed service -
      *                                         lifts and weight-units
      *                                         back to zero, service
      *                                         date stamped (default
      *                                         today)
      *      INTERVAL <crane> <lifts> <weight>  set the service
      *                                         intervals (0 = not
      *                                         serviced on that
      *                                         measure); a crane not
      *                                         yet listed is added
      *      LIST                               show the master
      *    a service date may not be in the future nor before the
      *    crane's last one. the master is read and rewritten under
      *    an exclusive lock, so a Day-05a run posting at the same
      *    moment is never lost. every session fronts with
      *    Operator-Signon and every accepted change is journalled,
      *    per shop policy for anything that rewrites a shared file.
      *    the masters are the base camp's the session is for
      *    (AOC_SITE, else the home camp) - another camp's live
      *    under its site directory.
       environment division.
           input-output section.
             file-control.
               select CraneService
                 assign to dynamic WS-CraneService-Name
                 organization is line sequential
                 file status is WS-CrnS-Status.
       data division.
           file section.
             fd CraneService.
                01 CraneService-Line pic X(80).
           working-storage section.
             copy "numval.cpy".
             copy "crnsvc.cpy".
             01 WS-Param-Line pic X(80).
             01 WS-Mode      pic X(8).
             01 WS-Arg-Crane pic X(8).
             01 WS-Arg-One   pic X(12).
             01 WS-Arg-Two   pic X(12).
             01 WS-Svc-Date  pic X(10).
             01 WS-Svc-LiftInt   pic 9(08).
             01 WS-Svc-WeightInt pic 9(10).
             01 WS-TodayDate pic X(10).
             01 WS-CurrentDate pic X(8).
             01 WS-Date-Digits pic X(08).
             01 WS-Date-Num redefines WS-Date-Digits pic 9(08).
             01 WS-Lifts-Disp pic Z(7)9.
             01 WS-LiftInt-Disp pic Z(7)9.
             01 WS-Weight-Disp pic Z(9)9.
             01 WS-WeightInt-Disp pic Z(9)9.
      *      lock handshake with Lock-Manager - a change holds
      *      crane-service.txt exclusively from read to rewrite.
             01 WS-Site-Mode pic X(1) value "P".
             01 WS-Site-Code pic X(6).
             01 WS-CraneService-Name pic X(100)
                value "crane-service.txt".
             01 WS-Lock-Mode     pic X(1).
             01 WS-Lock-Resource pic X(30)
                value "crane-service.txt".
             01 WS-Lock-Share    pic X(1).
             01 WS-Lock-Program  pic X(20)
                value "Day-05-Service-Entry".
             01 WS-Lock-Result   pic X(1).
             01 WS-Lock-Holder   pic X(60).
      *      operator identity from Operator-Signon.
             01 WS-Signon-Mode    pic X(1).
             01 WS-Signon-Program pic X(20)
                value "Day-05-Service-Entry".
             01 WS-Operator-Id    pic X(3).
             01 WS-Operator-Name  pic X(30).
             01 WS-Operator-Level pic X(1).
             01 WS-Signon-Action  pic X(60).
             01 WS-Signon-Found   pic X(1).
       procedure division.
           call "Site-Context" using WS-Site-Mode WS-Site-Code
             WS-CraneService-Name
           move WS-CraneService-Name to WS-Lock-Resource
           move function current-date(1:8) to WS-CurrentDate
           string WS-CurrentDate(1:4) "-" WS-CurrentDate(5:2) "-"
                  WS-CurrentDate(7:2)
             delimited by size into WS-TodayDate
           accept WS-Param-Line from command-line
           move spaces to WS-Mode
           move spaces to WS-Arg-Crane
           move spaces to WS-Arg-One
           move spaces to WS-Arg-Two
           unstring WS-Param-Line delimited by all space
             into WS-Mode WS-Arg-Crane WS-Arg-One WS-Arg-Two
           end-unstring
           move function upper-case(WS-Mode) to WS-Mode
           move function upper-case(WS-Arg-Crane) to WS-Arg-Crane
           move "S" to WS-Signon-Mode
           call "Operator-Signon" using WS-Signon-Mode
             WS-Signon-Program WS-Operator-Id WS-Operator-Name
             WS-Operator-Level WS-Signon-Action WS-Signon-Found
           if WS-Signon-Found not = "Y"
             goback
           end-if
           evaluate WS-Mode
             when "DONE"     perform record-service
             when "INTERVAL" perform set-intervals
             when "LIST"     perform list-crane-service
             when other
               display "Day-05-Service-Entry: usage is DONE <crane> "
                 "[yyyy-mm-dd], INTERVAL <crane> <lifts> <weight> "
                 "or LIST"
           end-evaluate
           goback.

           record-service.
             if WS-Arg-Crane = spaces or WS-Arg-Crane(5:) not = spaces
               display "DONE needs a crane id of up to 4 characters"
               exit paragraph
             end-if
             move WS-Arg-One(1:10) to WS-Svc-Date
             if WS-Svc-Date = spaces
               move WS-TodayDate to WS-Svc-Date
             end-if
             perform check-service-date
             if WS-Svc-Date = spaces
               exit paragraph
             end-if
             perform lock-crane-service
             if WS-Lock-Result not = "Y"
               exit paragraph
             end-if
             perform load-crane-service
             move WS-Arg-Crane(1:4) to WS-CrnS-Key
             perform find-crane-service
             if WS-CrnS-Idx = zero
               display "crane " WS-CrnS-Key " is not on "
                 "crane-service.txt - set its INTERVAL first"
               perform release-crane-service
               exit paragraph
             end-if
             if WS-CrnS-LastSvc(WS-CrnS-Idx) not = spaces
                and WS-Svc-Date < WS-CrnS-LastSvc(WS-CrnS-Idx)
               display "crane " WS-CrnS-Key " was last serviced "
                 WS-CrnS-LastSvc(WS-CrnS-Idx) " - " WS-Svc-Date
                 " is earlier; nothing changed"
               perform release-crane-service
               exit paragraph
             end-if
             move WS-CrnS-Lifts(WS-CrnS-Idx) to WS-Lifts-Disp
             move WS-CrnS-Weight(WS-CrnS-Idx) to WS-Weight-Disp
             move zero to WS-CrnS-Lifts(WS-CrnS-Idx)
             move zero to WS-CrnS-Weight(WS-CrnS-Idx)
             move WS-Svc-Date to WS-CrnS-LastSvc(WS-CrnS-Idx)
             perform write-crane-service
             perform release-crane-service
             display "crane " WS-CrnS-Key " serviced " WS-Svc-Date
               " after " function trim(WS-Lifts-Disp) " lift(s), "
               function trim(WS-Weight-Disp) " weight-unit(s)"
             move spaces to WS-Signon-Action
             string "DONE " WS-CrnS-Key " " WS-Svc-Date " at "
               function trim(WS-Lifts-Disp) " lifts "
               function trim(WS-Weight-Disp) " weight"
               delimited by size into WS-Signon-Action
             perform journal-change
           .

           set-intervals.
             if WS-Arg-Crane = spaces or WS-Arg-Crane(5:) not = spaces
               display "INTERVAL needs a crane id of up to 4 "
                 "characters"
               exit paragraph
             end-if
             move WS-Arg-One to WS-Numval-Input
             perform validate-numeric-field
             if WS-Numval-Is-Invalid or WS-Numval-Result < 0
                or WS-Numval-Result > 99999999
               display "INTERVAL needs a lift count 0-99999999, got '"
                 function trim(WS-Arg-One) "'"
               exit paragraph
             end-if
             move WS-Numval-Result to WS-Svc-LiftInt
             move WS-Arg-Two to WS-Numval-Input
             perform validate-numeric-field
             if WS-Numval-Is-Invalid or WS-Numval-Result < 0
                or WS-Numval-Result > 9999999999
               display "INTERVAL needs a weight-unit count "
                 "0-9999999999, got '" function trim(WS-Arg-Two) "'"
               exit paragraph
             end-if
             move WS-Numval-Result to WS-Svc-WeightInt
             perform lock-crane-service
             if WS-Lock-Result not = "Y"
               exit paragraph
             end-if
             perform load-crane-service
             move WS-Arg-Crane(1:4) to WS-CrnS-Key
             perform find-crane-service
             if WS-CrnS-Idx = zero
               perform add-crane-service
               if WS-CrnS-Idx = zero
                 display "crane-service.txt is full - crane "
                   WS-CrnS-Key " not added"
                 perform release-crane-service
                 exit paragraph
               end-if
               display "crane " WS-CrnS-Key " added to "
                 "crane-service.txt"
             end-if
             move WS-Svc-LiftInt to WS-CrnS-LiftInt(WS-CrnS-Idx)
             move WS-Svc-WeightInt to WS-CrnS-WeightInt(WS-CrnS-Idx)
             perform write-crane-service
             perform release-crane-service
             move WS-Svc-LiftInt to WS-LiftInt-Disp
             move WS-Svc-WeightInt to WS-WeightInt-Disp
             display "crane " WS-CrnS-Key " service interval "
               function trim(WS-LiftInt-Disp) " lift(s), "
               function trim(WS-WeightInt-Disp) " weight-unit(s)"
             move spaces to WS-Signon-Action
             string "INTERVAL " WS-CrnS-Key " "
               function trim(WS-LiftInt-Disp) " "
               function trim(WS-WeightInt-Disp)
               delimited by size into WS-Signon-Action
             perform journal-change
           .

           list-crane-service.
             perform load-crane-service
             if WS-CrnS-Count = 0
               display "no crane on crane-service.txt"
               exit paragraph
             end-if
             perform varying WS-CrnS-Idx from 1 by 1
                     until WS-CrnS-Idx > WS-CrnS-Count
               perform rate-crane-service
               move WS-CrnS-Lifts(WS-CrnS-Idx) to WS-Lifts-Disp
               move WS-CrnS-LiftInt(WS-CrnS-Idx) to WS-LiftInt-Disp
               move WS-CrnS-Weight(WS-CrnS-Idx) to WS-Weight-Disp
               move WS-CrnS-WeightInt(WS-CrnS-Idx)
                 to WS-WeightInt-Disp
               display "  " WS-CrnS-Crane(WS-CrnS-Idx) "  lifts "
                 WS-Lifts-Disp " of " WS-LiftInt-Disp "  weight "
                 WS-Weight-Disp " of " WS-WeightInt-Disp "  last "
                 WS-CrnS-LastSvc(WS-CrnS-Idx) "  " WS-CrnS-State
             end-perform
           .

      *    a usable service date is a real yyyy-mm-dd no later than
      *    today; anything else blanks WS-Svc-Date.
           check-service-date.
             move spaces to WS-Date-Digits
             if WS-Svc-Date(5:1) = "-" and WS-Svc-Date(8:1) = "-"
               string WS-Svc-Date(1:4) WS-Svc-Date(6:2)
                 WS-Svc-Date(9:2)
                 delimited by size into WS-Date-Digits
             end-if
             if WS-Date-Digits not numeric
               display "DONE needs a service date as yyyy-mm-dd, "
                 "got '" function trim(WS-Svc-Date) "'"
               move spaces to WS-Svc-Date
               exit paragraph
             end-if
             if function test-date-yyyymmdd(WS-Date-Num) not = zero
               display "DONE needs a real service date, got '"
                 function trim(WS-Svc-Date) "'"
               move spaces to WS-Svc-Date
               exit paragraph
             end-if
             if WS-Svc-Date > WS-TodayDate
               display "a service date of " WS-Svc-Date
                 " is in the future - nothing changed"
               move spaces to WS-Svc-Date
             end-if
           .

           lock-crane-service.
             move "A" to WS-Lock-Mode
             move "X" to WS-Lock-Share
             call "Lock-Manager" using WS-Lock-Mode
               WS-Lock-Resource WS-Lock-Share WS-Lock-Program
               WS-Operator-Id WS-Lock-Result WS-Lock-Holder
             if WS-Lock-Result not = "Y"
               display "crane-service.txt is locked by "
                 function trim(WS-Lock-Holder) " - nothing changed"
             end-if
           .

           release-crane-service.
             move "R" to WS-Lock-Mode
             call "Lock-Manager" using WS-Lock-Mode
               WS-Lock-Resource WS-Lock-Share WS-Lock-Program
               WS-Operator-Id WS-Lock-Result WS-Lock-Holder
           .

           journal-change.
             move "J" to WS-Signon-Mode
             call "Operator-Signon" using WS-Signon-Mode
               WS-Signon-Program WS-Operator-Id WS-Operator-Name
               WS-Operator-Level WS-Signon-Action WS-Signon-Found
           .

           copy "crnsvcp.cpy".
           copy "numvalp.cpy".
