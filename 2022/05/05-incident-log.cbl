       identification division.
           program-id. Day-05-Incident-Log.
      *    crate damage and yard incident register. a crate found
      *    damaged is keyed here - crate letter, the date it was
      *    found, the damage type (a code on damage-types.txt) and,
      *    as reporter, the signed-on operator - onto
      *    yard-incidents.txt, numbered in sequence. at entry the
      *    incident is matched to the crane's handling of that crate:
      *    every hop of the letter on day05a-move-history.dat up to
      *    the date found, stamped with the date and time of its row
      *    on day05a-transactions.txt and the shift and operator that
      *    time falls in on shift-schedule.txt. the matched transfers
      *    go on yard-incident-trail.txt under the incident number,
      *    so the trail survives the next night's move history and
      *    transaction log, which start afresh. a hop with no
      *    transaction row (a run since overwritten) is kept without
      *    a time, under shift UNMT. the crate's contents code is
      *    taken from crate-master.txt as it stands at entry.
      *    three modes from the command line:
      *      ADD <crate> <type> [yyyy-mm-dd]  record an incident
      *                                       (date found, default
      *                                       today)
      *      VOID <incident>                  withdraw one keyed in
      *                                       error - the row stays,
      *                                       marked VOID
      *      LIST [crate]                     show the register
      *    Day-05-Incident-Report groups the month's incidents by
      *    shift, operator and contents code. every session fronts
      *    with Operator-Signon and every accepted change is
      *    journalled, per shop policy for anything that rewrites a
      *    shared file.
       environment division.
           input-output section.
             file-control.
               select IncidentRegister
                 assign to "yard-incidents.txt"
                 organization is line sequential
                 file status is WS-Register-Status.
               select IncidentTrail
                 assign to "yard-incident-trail.txt"
                 organization is line sequential
                 file status is WS-Trail-Status.
               select DamageTypes assign to "damage-types.txt"
                 organization is line sequential
                 file status is WS-Types-Status.
               select CrateMaster assign to "crate-master.txt"
                 organization is line sequential
                 file status is WS-CrateMaster-Status.
               select MoveHistory
                 assign to "day05a-move-history.dat"
                 organization is indexed
                 access mode is dynamic
                 record key is MH-Key
                 file status is WS-MoveHist-Status.
               select TransactionLog
                 assign to "day05a-transactions.txt"
                 organization is line sequential
                 file status is WS-TransLog-Status.
               select ShiftSchedule assign to "shift-schedule.txt"
                 organization is line sequential
                 file status is WS-Schedule-Status.
       data division.
           file section.
             fd IncidentRegister.
                01 IncidentRegister-Line pic X(80).
             fd IncidentTrail.
                01 IncidentTrail-Line pic X(100).
             fd DamageTypes.
                01 DamageTypes-Line pic X(50).
             fd CrateMaster.
                01 CrateMaster-FILE.
                   05 Crate-Letter   pic A.
                   05 FILLER         pic X.
                   05 Crate-Weight   pic 9(02).
                   05 FILLER         pic X.
                   05 Crate-Contents pic X(04).
             fd MoveHistory.
                01 MoveHistory-Record.
                   05 MH-Key.
                      10 MH-Crate  pic A.
                      10 MH-HopSeq pic 9(6).
                   05 MH-InstrNo   pic 9(8).
                   05 MH-FromStack pic 9(3).
                   05 MH-ToStack   pic 9(3).
                   05 MH-RestStack pic 9(3).
                   05 MH-RestLevel pic 9(3).
             fd TransactionLog.
                01 TransactionLog-Line pic X(60).
             fd ShiftSchedule.
                01 ShiftSchedule-Line pic X(50).
           working-storage section.
             copy "numval.cpy".
             01 WS-Register-Status pic XX.
             88 WS-Register-OK    value "00".
             88 WS-Register-Error value "30" thru "99".
             01 WS-Trail-Status pic XX.
             01 WS-Types-Status pic XX.
             88 WS-Types-OK    value "00".
             88 WS-Types-Error value "30" thru "99".
             01 WS-CrateMaster-Status pic XX.
             88 WS-CrateMaster-OK    value "00".
             88 WS-CrateMaster-Error value "30" thru "99".
             01 WS-MoveHist-Status pic XX.
             88 WS-MoveHist-OK    value "00".
             88 WS-MoveHist-Error value "30" thru "99".
             01 WS-TransLog-Status pic XX.
             88 WS-TransLog-OK    value "00".
             88 WS-TransLog-Error value "30" thru "99".
             01 WS-Schedule-Status pic XX.
             88 WS-Schedule-OK    value "00".
             88 WS-Schedule-Error value "30" thru "99".
             01 WS-EOF pic 9 value zero.
             01 WS-MoveHist-EOF pic 9 value zero.
      *      one register row per incident; status OPEN or VOID.
             01 WS-Incident-Record.
                05 WS-Inc-No        pic 9(06).
                05 FILLER           pic X(1) value space.
                05 WS-Inc-Crate     pic X(1).
                05 FILLER           pic X(1) value space.
                05 WS-Inc-Date      pic X(10).
                05 FILLER           pic X(1) value space.
                05 WS-Inc-Type      pic X(8).
                05 FILLER           pic X(1) value space.
                05 WS-Inc-Reporter  pic X(3).
                05 FILLER           pic X(1) value space.
                05 WS-Inc-Contents  pic X(4).
                05 FILLER           pic X(1) value space.
                05 WS-Inc-Transfers pic 9(04).
                05 FILLER           pic X(1) value space.
                05 WS-Inc-Entered   pic X(10).
                05 FILLER           pic X(1) value space.
                05 WS-Inc-Status    pic X(4).
      *      one trail row per matched crane transfer.
             01 WS-Trail-Record.
                05 WS-Trl-No       pic 9(06).
                05 FILLER          pic X(1) value space.
                05 WS-Trl-HopSeq   pic 9(06).
                05 FILLER          pic X(1) value space.
                05 WS-Trl-InstrNo  pic 9(08).
                05 FILLER          pic X(1) value space.
                05 WS-Trl-From     pic 9(03).
                05 FILLER          pic X(1) value space.
                05 WS-Trl-To       pic 9(03).
                05 FILLER          pic X(1) value space.
                05 WS-Trl-Date     pic X(10).
                05 FILLER          pic X(1) value space.
                05 WS-Trl-Time     pic X(8).
                05 FILLER          pic X(1) value space.
                05 WS-Trl-Shift    pic X(4).
                05 FILLER          pic X(1) value space.
                05 WS-Trl-Operator pic X(20).
             01 WS-IncCount pic 9(05) value zero.
             01 WS-Inc-Table.
                05 WS-Inc occurs 0 to 20000 times
                     depending on WS-IncCount.
                   10 WS-Inc-Row pic X(80).
             01 WS-LastIncNo pic 9(06) value zero.
             01 WS-r pic 9(05).
             01 WS-Listed pic 9(05).
             01 WS-Types-Record.
                05 WS-Type-Code pic X(8).
                05 FILLER       pic X(1).
                05 WS-Type-Desc pic X(40).
             01 WS-Type-Found pic 9.
             01 WS-Type-Listed pic 9.
      *      the crate's hops from the move history, stamped from
      *      its rows on the transaction log.
             01 WS-HopCount pic 9(04) value zero.
             01 WS-Hop-Table.
                05 WS-Hop occurs 0 to 2000 times
                     depending on WS-HopCount.
                   10 WS-Hop-Seq     pic 9(06).
                   10 WS-Hop-InstrNo pic 9(08).
                   10 WS-Hop-From    pic 9(03).
                   10 WS-Hop-To      pic 9(03).
                   10 WS-Hop-Date    pic X(10).
                   10 WS-Hop-Time    pic X(8).
             01 WS-h pic 9(04).
             01 WS-Hop-Overflow pic 9 value zero.
             01 WS-Transaction-Row.
                05 WS-Transaction-InstrNo pic X(8).
                05 FILLER                 pic X(1).
                05 WS-Transaction-Crate   pic A.
                05 FILLER                 pic X(6).
                05 WS-Transaction-From    pic X(3).
                05 FILLER                 pic X(4).
                05 WS-Transaction-To      pic X(3).
                05 FILLER                 pic X(1).
                05 WS-Transaction-Date    pic X(10).
                05 FILLER                 pic X(1).
                05 WS-Transaction-Time    pic X(8).
             01 WS-Trans-InstrNo pic 9(08).
      *      shift windows, as Day-05-Shift-Report reads them.
             01 WS-Schedule-Record.
                05 WS-Schedule-Code     pic X(4).
                05 FILLER               pic X(1).
                05 WS-Schedule-Start    pic X(8).
                05 FILLER               pic X(1).
                05 WS-Schedule-End      pic X(8).
                05 FILLER               pic X(1).
                05 WS-Schedule-Operator pic X(20).
             01 WS-ShiftCount pic 9(02) value zero.
             01 WS-Shift-Table.
                05 WS-Shift-Entry occurs 0 to 10 times
                     depending on WS-ShiftCount.
                   10 WS-Shift-Code     pic X(4).
                   10 WS-Shift-Start    pic X(8).
                   10 WS-Shift-End      pic X(8).
                   10 WS-Shift-Operator pic X(20).
             01 WS-s pic 9(02).
             01 WS-Matched-Shift pic 9(02).
             01 WS-Probe-Time pic X(8).
             01 WS-Param-Line pic X(80).
             01 WS-Mode      pic X(8).
             01 WS-Arg-One   pic X(12).
             01 WS-Arg-Two   pic X(12).
             01 WS-Arg-Three pic X(12).
             01 WS-Crate pic X(1).
             01 WS-Type  pic X(8).
             01 WS-Found-Date pic X(10).
             01 WS-Contents pic X(4).
             01 WS-VoidNo pic 9(06).
             01 WS-No-Disp pic Z(5)9.
             01 WS-Count-Disp pic Z(3)9.
             01 WS-TodayDate pic X(10).
             01 WS-CurrentDate pic X(8).
             01 WS-Date-Digits pic X(08).
             01 WS-Date-Num redefines WS-Date-Digits pic 9(08).
      *      lock handshake with Lock-Manager - a change holds the
      *      register (and with it the trail) exclusively.
             01 WS-Lock-Mode     pic X(1).
             01 WS-Lock-Resource pic X(30)
                value "yard-incidents.txt".
             01 WS-Lock-Share    pic X(1).
             01 WS-Lock-Program  pic X(20)
                value "Day-05-Incident-Log".
             01 WS-Lock-Result   pic X(1).
             01 WS-Lock-Holder   pic X(60).
      *      operator identity from Operator-Signon.
             01 WS-Signon-Mode    pic X(1).
             01 WS-Signon-Program pic X(20)
                value "Day-05-Incident-Log".
             01 WS-Operator-Id    pic X(3).
             01 WS-Operator-Name  pic X(30).
             01 WS-Operator-Level pic X(1).
             01 WS-Signon-Action  pic X(60).
             01 WS-Signon-Found   pic X(1).
       procedure division.
           move function current-date(1:8) to WS-CurrentDate
           string WS-CurrentDate(1:4) "-" WS-CurrentDate(5:2) "-"
                  WS-CurrentDate(7:2)
             delimited by size into WS-TodayDate
           accept WS-Param-Line from command-line
           move spaces to WS-Mode
           move spaces to WS-Arg-One
           move spaces to WS-Arg-Two
           move spaces to WS-Arg-Three
           unstring WS-Param-Line delimited by all space
             into WS-Mode WS-Arg-One WS-Arg-Two WS-Arg-Three
           end-unstring
           move function upper-case(WS-Mode) to WS-Mode
           move "S" to WS-Signon-Mode
           call "Operator-Signon" using WS-Signon-Mode
             WS-Signon-Program WS-Operator-Id WS-Operator-Name
             WS-Operator-Level WS-Signon-Action WS-Signon-Found
           if WS-Signon-Found not = "Y"
             goback
           end-if
           perform load-incident-register
           evaluate WS-Mode
             when "ADD"  perform add-incident
             when "VOID" perform void-incident
             when "LIST" perform list-incidents
             when other
               display "Day-05-Incident-Log: usage is ADD <crate> "
                 "<type> [yyyy-mm-dd], VOID <incident> or LIST "
                 "[crate]"
           end-evaluate
           goback.

           add-incident.
             move function upper-case(WS-Arg-One(1:1)) to WS-Crate
             if WS-Crate not alphabetic or WS-Crate = space
                or WS-Arg-One(2:) not = spaces
               display "ADD needs one crate letter A-Z, got '"
                 function trim(WS-Arg-One) "'"
               exit paragraph
             end-if
             move function upper-case(WS-Arg-Two(1:8)) to WS-Type
             perform check-damage-type
             if WS-Type-Found = 0
               exit paragraph
             end-if
             move WS-Arg-Three(1:10) to WS-Found-Date
             if WS-Found-Date = spaces
               move WS-TodayDate to WS-Found-Date
             end-if
             perform check-found-date
             if WS-Found-Date = spaces
               exit paragraph
             end-if
             if WS-IncCount >= 20000
               display "yard-incidents.txt is full - nothing added"
               exit paragraph
             end-if
             perform find-crate-contents
             perform load-crate-hops
             perform stamp-crate-hops
             perform lock-register
             if WS-Lock-Result not = "Y"
               exit paragraph
             end-if
      *      reread under the lock, so the number taken is the next
      *      one even if another session added since this one began.
             perform load-incident-register
             add 1 to WS-LastIncNo
             move spaces to WS-Incident-Record
             move WS-LastIncNo to WS-Inc-No
             move WS-Crate to WS-Inc-Crate
             move WS-Found-Date to WS-Inc-Date
             move WS-Type to WS-Inc-Type
             move WS-Operator-Id to WS-Inc-Reporter
             move WS-Contents to WS-Inc-Contents
             move WS-HopCount to WS-Inc-Transfers
             move WS-TodayDate to WS-Inc-Entered
             move "OPEN" to WS-Inc-Status
             open extend IncidentRegister
             if WS-Register-Status = "35"
               open output IncidentRegister
             end-if
             move WS-Incident-Record to IncidentRegister-Line
             write IncidentRegister-Line
             close IncidentRegister
             perform write-incident-trail
             perform release-register
             move WS-LastIncNo to WS-No-Disp
             move WS-HopCount to WS-Count-Disp
             display "incident " function trim(WS-No-Disp) ": crate "
               WS-Crate " " function trim(WS-Type) " found "
               WS-Found-Date ", " function trim(WS-Count-Disp)
               " crane transfer(s) on the trail"
             perform show-incident-trail
             if WS-Hop-Overflow = 1
               display "  (the crate has more hops than the trail "
                 "holds - the earliest 2000 are kept)"
             end-if
             move spaces to WS-Signon-Action
             string "ADD " function trim(WS-No-Disp) " " WS-Crate " "
               function trim(WS-Type) " " WS-Found-Date
               delimited by size into WS-Signon-Action
             perform journal-change
           .

           void-incident.
             move WS-Arg-One to WS-Numval-Input
             perform validate-numeric-field
             if WS-Numval-Is-Invalid or WS-Numval-Result < 1
                or WS-Numval-Result > 999999
               display "VOID needs an incident number, got '"
                 function trim(WS-Arg-One) "'"
               exit paragraph
             end-if
             move WS-Numval-Result to WS-VoidNo
             perform lock-register
             if WS-Lock-Result not = "Y"
               exit paragraph
             end-if
             perform load-incident-register
             perform varying WS-r from 1 by 1
                     until WS-r > WS-IncCount
               move WS-Inc-Row(WS-r) to WS-Incident-Record
               if WS-Inc-No = WS-VoidNo
                 exit perform
               end-if
             end-perform
             if WS-r > WS-IncCount
               display "no incident " WS-VoidNo " - nothing voided"
               perform release-register
               exit paragraph
             end-if
             if WS-Inc-Status = "VOID"
               display "incident " WS-VoidNo " is already void"
               perform release-register
               exit paragraph
             end-if
             move "VOID" to WS-Inc-Status
             move WS-Incident-Record to WS-Inc-Row(WS-r)
             open output IncidentRegister
             perform varying WS-r from 1 by 1
                     until WS-r > WS-IncCount
               move WS-Inc-Row(WS-r) to IncidentRegister-Line
               write IncidentRegister-Line
             end-perform
             close IncidentRegister
             perform release-register
             display "incident " WS-VoidNo " voided"
             move spaces to WS-Signon-Action
             string "VOID " WS-VoidNo
               delimited by size into WS-Signon-Action
             perform journal-change
           .

           list-incidents.
             move space to WS-Crate
             if WS-Arg-One not = spaces
               move function upper-case(WS-Arg-One(1:1)) to WS-Crate
             end-if
             move zero to WS-Listed
             perform varying WS-r from 1 by 1
                     until WS-r > WS-IncCount
               move WS-Inc-Row(WS-r) to WS-Incident-Record
               if WS-Crate = space or WS-Inc-Crate = WS-Crate
                 add 1 to WS-Listed
                 display "  " WS-Inc-No "  " WS-Inc-Crate "  "
                   WS-Inc-Date "  " WS-Inc-Type "  " WS-Inc-Contents
                   "  by " WS-Inc-Reporter "  transfers "
                   WS-Inc-Transfers "  " WS-Inc-Status
               end-if
             end-perform
             if WS-Listed = 0
               display "no incident recorded"
             end-if
           .

           load-incident-register.
             move zero to WS-IncCount
             move zero to WS-LastIncNo
             open input IncidentRegister
             if WS-Register-Error
               exit paragraph
             end-if
             move zero to WS-EOF
             perform until WS-EOF = 1
               read IncidentRegister
                 at end move 1 to WS-EOF
                 not at end
                   if IncidentRegister-Line not = spaces
                      and WS-IncCount < 20000
                     add 1 to WS-IncCount
                     move IncidentRegister-Line
                       to WS-Inc-Row(WS-IncCount)
                     move IncidentRegister-Line to WS-Incident-Record
                     if WS-Inc-No numeric
                        and WS-Inc-No > WS-LastIncNo
                       move WS-Inc-No to WS-LastIncNo
                     end-if
                   end-if
               end-read
             end-perform
             close IncidentRegister
             move zero to WS-EOF
           .

      *    the type must be on damage-types.txt; a refused type
      *    lists the codes that are.
           check-damage-type.
             move 0 to WS-Type-Found
             open input DamageTypes
             if WS-Types-Error
               display "no damage-types.txt - incidents cannot be "
                 "typed"
               exit paragraph
             end-if
             move zero to WS-EOF
             perform until WS-EOF = 1 or WS-Type-Found = 1
               read DamageTypes into WS-Types-Record
                 at end move 1 to WS-EOF
                 not at end
                   if function upper-case(WS-Type-Code) = WS-Type
                      and WS-Type not = spaces
                     move 1 to WS-Type-Found
                   end-if
               end-read
             end-perform
             close DamageTypes
             move zero to WS-EOF
             if WS-Type-Found = 1
               exit paragraph
             end-if
             display "'" function trim(WS-Arg-Two)
               "' is not a damage type - use one of:"
             open input DamageTypes
             perform until WS-EOF = 1
               read DamageTypes into WS-Types-Record
                 at end move 1 to WS-EOF
                 not at end
                   if WS-Types-Record not = spaces
                     display "  " WS-Type-Code " " WS-Type-Desc
                   end-if
               end-read
             end-perform
             close DamageTypes
             move zero to WS-EOF
           .

      *    a usable date found is a real yyyy-mm-dd no later than
      *    today; anything else blanks WS-Found-Date.
           check-found-date.
             move spaces to WS-Date-Digits
             if WS-Found-Date(5:1) = "-" and WS-Found-Date(8:1) = "-"
               string WS-Found-Date(1:4) WS-Found-Date(6:2)
                 WS-Found-Date(9:2)
                 delimited by size into WS-Date-Digits
             end-if
             if WS-Date-Digits not numeric
               display "ADD needs the date found as yyyy-mm-dd, got '"
                 function trim(WS-Found-Date) "'"
               move spaces to WS-Found-Date
               exit paragraph
             end-if
             if function test-date-yyyymmdd(WS-Date-Num) not = zero
               display "ADD needs a real date found, got '"
                 function trim(WS-Found-Date) "'"
               move spaces to WS-Found-Date
               exit paragraph
             end-if
             if WS-Found-Date > WS-TodayDate
               display "a date found of " WS-Found-Date
                 " is in the future - nothing added"
               move spaces to WS-Found-Date
             end-if
           .

           find-crate-contents.
             move "????" to WS-Contents
             open input CrateMaster
             if WS-CrateMaster-Error
               exit paragraph
             end-if
             move zero to WS-EOF
             perform until WS-EOF = 1
               read CrateMaster
                 at end move 1 to WS-EOF
                 not at end
                   if function upper-case(Crate-Letter) = WS-Crate
                     move Crate-Contents to WS-Contents
                     move 1 to WS-EOF
                   end-if
               end-read
             end-perform
             close CrateMaster
             move zero to WS-EOF
           .

           load-crate-hops.
             move zero to WS-HopCount
             move zero to WS-Hop-Overflow
             open input MoveHistory
             if WS-MoveHist-Error
               display "no day05a-move-history.dat - incident "
                 "recorded without a transfer trail"
               exit paragraph
             end-if
             move WS-Crate to MH-Crate
             move zero to MH-HopSeq
             move 0 to WS-MoveHist-EOF
             start MoveHistory key is >= MH-Key
               invalid key move 1 to WS-MoveHist-EOF
             end-start
             perform until WS-MoveHist-EOF = 1
               read MoveHistory next
                 at end move 1 to WS-MoveHist-EOF
                 not at end
                   if MH-Crate not = WS-Crate
                     move 1 to WS-MoveHist-EOF
                   else
                     perform keep-crate-hop
                   end-if
               end-read
               if WS-MoveHist-Status not = "00"
                 move 1 to WS-MoveHist-EOF
               end-if
             end-perform
             close MoveHistory
           .

           keep-crate-hop.
             if WS-HopCount >= 2000
               move 1 to WS-Hop-Overflow
               exit paragraph
             end-if
             add 1 to WS-HopCount
             move MH-HopSeq to WS-Hop-Seq(WS-HopCount)
             move MH-InstrNo to WS-Hop-InstrNo(WS-HopCount)
             move MH-FromStack to WS-Hop-From(WS-HopCount)
             move MH-ToStack to WS-Hop-To(WS-HopCount)
             move spaces to WS-Hop-Date(WS-HopCount)
             move spaces to WS-Hop-Time(WS-HopCount)
           .

      *    each hop takes the date and time of the first
      *    not-yet-used transaction row for the same instruction and
      *    crate; hops stamped after the date found cannot have
      *    caused the damage and are dropped from the trail.
           stamp-crate-hops.
             if WS-HopCount = 0
               exit paragraph
             end-if
             open input TransactionLog
             if WS-TransLog-Error
               exit paragraph
             end-if
             move zero to WS-EOF
             perform until WS-EOF = 1
               read TransactionLog into WS-Transaction-Row
                 at end move 1 to WS-EOF
                 not at end
                   if WS-Transaction-Crate = WS-Crate
                      and WS-Transaction-From not = "RCV"
                      and function test-numval(WS-Transaction-InstrNo)
                          = zero
                     perform stamp-one-hop
                   end-if
               end-read
             end-perform
             close TransactionLog
             move zero to WS-EOF
             move zero to WS-r
             perform varying WS-h from 1 by 1
                     until WS-h > WS-HopCount
               if WS-Hop-Date(WS-h) = spaces
                  or WS-Hop-Date(WS-h) <= WS-Found-Date
                 add 1 to WS-r
                 move WS-Hop(WS-h) to WS-Hop(WS-r)
               end-if
             end-perform
             move WS-r to WS-HopCount
           .

           stamp-one-hop.
             move function numval(WS-Transaction-InstrNo)
               to WS-Trans-InstrNo
             perform varying WS-h from 1 by 1
                     until WS-h > WS-HopCount
               if WS-Hop-InstrNo(WS-h) = WS-Trans-InstrNo
                  and WS-Hop-Date(WS-h) = spaces
                 move WS-Transaction-Date to WS-Hop-Date(WS-h)
                 move WS-Transaction-Time to WS-Hop-Time(WS-h)
                 exit perform
               end-if
             end-perform
           .

           write-incident-trail.
             if WS-HopCount = 0
               exit paragraph
             end-if
             perform load-shift-schedule
             open extend IncidentTrail
             if WS-Trail-Status = "35"
               open output IncidentTrail
             end-if
             perform varying WS-h from 1 by 1
                     until WS-h > WS-HopCount
               move spaces to WS-Trail-Record
               move WS-LastIncNo to WS-Trl-No
               move WS-Hop-Seq(WS-h) to WS-Trl-HopSeq
               move WS-Hop-InstrNo(WS-h) to WS-Trl-InstrNo
               move WS-Hop-From(WS-h) to WS-Trl-From
               move WS-Hop-To(WS-h) to WS-Trl-To
               move WS-Hop-Date(WS-h) to WS-Trl-Date
               move WS-Hop-Time(WS-h) to WS-Trl-Time
               move WS-Hop-Time(WS-h) to WS-Probe-Time
               perform match-time-to-shift
               if WS-Matched-Shift = 0
                 move "UNMT" to WS-Trl-Shift
                 move "unmatched" to WS-Trl-Operator
               else
                 move WS-Shift-Code(WS-Matched-Shift) to WS-Trl-Shift
                 move WS-Shift-Operator(WS-Matched-Shift)
                   to WS-Trl-Operator
               end-if
               move WS-Trail-Record to IncidentTrail-Line
               write IncidentTrail-Line
             end-perform
             close IncidentTrail
           .

           show-incident-trail.
             perform varying WS-h from 1 by 1
                     until WS-h > WS-HopCount
               move WS-Hop-Time(WS-h) to WS-Probe-Time
               perform match-time-to-shift
               if WS-Matched-Shift = 0
                 display "  hop " WS-Hop-Seq(WS-h) "  instruction "
                   WS-Hop-InstrNo(WS-h) "  " WS-Hop-From(WS-h) " to "
                   WS-Hop-To(WS-h) "  (no time - shift unmatched)"
               else
                 display "  hop " WS-Hop-Seq(WS-h) "  instruction "
                   WS-Hop-InstrNo(WS-h) "  " WS-Hop-From(WS-h) " to "
                   WS-Hop-To(WS-h) "  " WS-Hop-Date(WS-h) " "
                   WS-Hop-Time(WS-h) "  "
                   WS-Shift-Code(WS-Matched-Shift) " "
                   WS-Shift-Operator(WS-Matched-Shift)
               end-if
             end-perform
           .

           load-shift-schedule.
             move zero to WS-ShiftCount
             move zero to WS-EOF
             open input ShiftSchedule
             if WS-Schedule-Error
               exit paragraph
             end-if
             perform until WS-EOF = 1
               read ShiftSchedule into WS-Schedule-Record
                 at end move 1 to WS-EOF
                 not at end
                   if WS-Schedule-Record not = spaces
                      and WS-ShiftCount < 10
                     add 1 to WS-ShiftCount
                     move WS-Schedule-Code
                       to WS-Shift-Code(WS-ShiftCount)
                     move WS-Schedule-Start
                       to WS-Shift-Start(WS-ShiftCount)
                     move WS-Schedule-End
                       to WS-Shift-End(WS-ShiftCount)
                     move WS-Schedule-Operator
                       to WS-Shift-Operator(WS-ShiftCount)
                   end-if
               end-read
             end-perform
             close ShiftSchedule
             move zero to WS-EOF
           .

      *    first shift whose window holds the stamp wins; a window
      *    whose end is before its start wraps midnight.
           match-time-to-shift.
             move 0 to WS-Matched-Shift
             if WS-Probe-Time = spaces
               exit paragraph
             end-if
             perform varying WS-s from 1 by 1
                     until WS-s > WS-ShiftCount
               if WS-Shift-Start(WS-s) <= WS-Shift-End(WS-s)
                 if WS-Probe-Time >= WS-Shift-Start(WS-s)
                    and WS-Probe-Time <= WS-Shift-End(WS-s)
                   move WS-s to WS-Matched-Shift
                   exit perform
                 end-if
               else
                 if WS-Probe-Time >= WS-Shift-Start(WS-s)
                    or WS-Probe-Time <= WS-Shift-End(WS-s)
                   move WS-s to WS-Matched-Shift
                   exit perform
                 end-if
               end-if
             end-perform
           .

           lock-register.
             move "A" to WS-Lock-Mode
             move "X" to WS-Lock-Share
             call "Lock-Manager" using WS-Lock-Mode
               WS-Lock-Resource WS-Lock-Share WS-Lock-Program
               WS-Operator-Id WS-Lock-Result WS-Lock-Holder
             if WS-Lock-Result not = "Y"
               display "yard-incidents.txt is locked by "
                 function trim(WS-Lock-Holder) " - nothing changed"
             end-if
           .

           release-register.
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

           copy "numvalp.cpy".
