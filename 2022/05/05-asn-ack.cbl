       identification division.
           program-id. Day-05-Asn-Ack.
      *    matches the receiving camp's acknowledgement of an
      *    advance shipping notice (see Day-05-Asn-Issue) against
      *    day05-asn-register.txt, crate by crate, so the yard
      *    learns what actually arrived. the camp returns one file
      *    per shipment - named by the first parameter, default
      *    day05-asn-ack.txt - in the notice's own fixed format:
      *      H  shipment(6) date received(10) camp(8)
      *      D  shipment(6) sequence(4) crate(1) status(8) - one of
      *         RECEIVED, SHORT, DAMAGED or NOTSHIP
      *      T  shipment(6) detail count(6)
      *    a file without its header or trailer, with rows for
      *    another shipment, or whose trailer count disagrees is
      *    refused whole, as is an acknowledgement for a shipment
      *    the register does not know or has already matched. a
      *    detail row naming a sequence not on the notice, a crate
      *    that is not the one sent at that sequence, a sequence
      *    answered twice, or an unknown status is refused on its
      *    own onto day05-asn-ack-rejects.txt.
      *    when every row matches, a crate the camp has not answered
      *    for - in this file or an earlier partial one - is taken
      *    as SHORT and the shipment is ACKED. with any row
      *    refused, the rows that matched are recorded but the rest
      *    stay SENT and the shipment stays OPEN - still on the
      *    shift handover's overdue list - until a corrected
      *    acknowledgement is matched. the outcome, crate by crate,
      *    is on day05-asn-match.txt. rc 4 when anything came back
      *    short, damaged or not shipped, or a row was refused; 8
      *    when the file is refused or the register is locked.
       environment division.
           input-output section.
             file-control.
               select AckFile assign to dynamic WS-Ack-Name
                 organization is line sequential
                 file status is WS-Ack-Status.
               select AsnRegister
                 assign to "day05-asn-register.txt"
                 organization is line sequential
                 file status is WS-AsnReg-Status.
               select RegisterWork
                 assign to "day05-asn-register.tmp"
                 organization is line sequential
                 file status is WS-Work-Status.
               select AckRejects
                 assign to "day05-asn-ack-rejects.txt"
                 organization is line sequential.
               select MatchReport assign to "day05-asn-match.txt"
                 organization is line sequential.
       data division.
           file section.
             fd AckFile.
                01 AckFile-Line pic X(80).
             fd AsnRegister.
                01 AsnRegister-Line pic X(80).
             fd RegisterWork.
                01 RegisterWork-Line pic X(80).
             fd AckRejects.
                01 AckRejects-Line pic X(100).
             fd MatchReport.
                01 MatchReport-Line pic X(80).
           working-storage section.
             copy "asnreg.cpy".
             01 WS-Ack-Status pic XX.
             88 WS-Ack-OK    value "00".
             88 WS-Ack-Error value "30" thru "99".
             01 WS-Work-Status pic XX.
             01 WS-EOF pic 9 value zero.
             01 WS-Param-Line pic X(100).
             01 WS-Ack-Name pic X(100) value "day05-asn-ack.txt".
             01 WS-Work-Name pic X(40) value "day05-asn-register.tmp".
             01 WS-Register-Name pic X(40)
                value "day05-asn-register.txt".
             01 WS-TodayDate pic X(10).
             01 WS-CurrentDate pic X(8).
             01 WS-Ack-Record.
                05 WS-Ack-Type   pic X(1).
                05 WS-Ack-ShipNo pic X(6).
                05 WS-Ack-Body   pic X(73).
             01 WS-Ack-Head redefines WS-Ack-Record.
                05 FILLER         pic X(7).
                05 WS-AckH-Date   pic X(10).
                05 WS-AckH-Camp   pic X(8).
                05 FILLER         pic X(55).
             01 WS-Ack-Detail redefines WS-Ack-Record.
                05 FILLER         pic X(7).
                05 WS-AckD-Seq    pic X(4).
                05 WS-AckD-Crate  pic X(1).
                05 WS-AckD-Status pic X(8).
                05 FILLER         pic X(60).
             01 WS-Ack-Trailer redefines WS-Ack-Record.
                05 FILLER         pic X(7).
                05 WS-AckT-Count  pic X(6).
                05 FILLER         pic X(67).
      *      the acknowledgement as read: header, detail rows with
      *      their line numbers, trailer count.
             01 WS-Ack-LineNo pic 9(06) value zero.
             01 WS-Have-Header pic 9 value zero.
             01 WS-Have-Trailer pic 9 value zero.
             01 WS-Ack-ShipNo-N pic 9(06) value zero.
             01 WS-Ack-Received pic X(10).
             01 WS-Ack-Camp pic X(8).
             01 WS-Ack-Trailer-Count pic 9(06) value zero.
             01 WS-Refuse-Reason pic X(60) value spaces.
             01 WS-AckCount pic 9(04) value zero.
             01 WS-AckRow-Table.
                05 WS-AckRow occurs 0 to 2500 times
                     depending on WS-AckCount.
                   10 WS-AckRow-LineNo pic 9(06).
                   10 WS-AckRow-Seq    pic X(4).
                   10 WS-AckRow-Crate  pic X(1).
                   10 WS-AckRow-Status pic X(8).
      *      the shipment's crates from the register, and the
      *      answer each one gets from this acknowledgement.
             01 WS-Ship-Found pic 9 value zero.
             01 WS-Ship-State pic X(8).
             01 WS-Ship-Issued pic X(10).
             01 WS-CrateCount pic 9(04) value zero.
             01 WS-Crate-Table.
                05 WS-Crate occurs 0 to 2500 times
                     depending on WS-CrateCount.
                   10 WS-Crt-Seq      pic 9(04).
                   10 WS-Crt-Stack    pic X(3).
                   10 WS-Crt-Crate    pic X(1).
                   10 WS-Crt-Contents pic X(4).
                   10 WS-Crt-Release  pic X(1).
                   10 WS-Crt-State    pic X(8).
                   10 WS-Crt-Answered pic 9.
             01 WS-a pic 9(04).
             01 WS-c pic 9(04).
             01 WS-Seq-N pic 9(04).
             01 WS-Row-Reason pic X(40).
             01 WS-RejectCount pic 9(04) value zero.
             01 WS-Matched pic 9(04) value zero.
             01 WS-Short-Taken pic 9(04) value zero.
             01 WS-Count-Received pic 9(04) value zero.
             01 WS-Count-Short pic 9(04) value zero.
             01 WS-Count-Damaged pic 9(04) value zero.
             01 WS-Count-NotShip pic 9(04) value zero.
             01 WS-Count-Sent pic 9(04) value zero.
             01 WS-Reject-Line.
                05 WS-Rej-LineNo pic Z(7)9.
                05 FILLER        pic X(3) value " - ".
                05 WS-Rej-Reason pic X(40).
                05 FILLER        pic X(3) value " : ".
                05 WS-Rej-Record pic X(40).
             01 WS-Match-Line.
                05 FILLER         pic X(2) value spaces.
                05 WS-Mat-Seq     pic Z(3)9.
                05 FILLER         pic X(8) value "  stack ".
                05 WS-Mat-Stack   pic X(3).
                05 FILLER         pic X(8) value "  crate ".
                05 WS-Mat-Crate   pic X(1).
                05 FILLER         pic X(2) value spaces.
                05 WS-Mat-Code    pic X(4).
                05 FILLER         pic X(2) value spaces.
                05 WS-Mat-Release pic X(7).
                05 FILLER         pic X(2) value spaces.
                05 WS-Mat-State   pic X(8).
             01 WS-Count-Disp pic Z(3)9.
             01 WS-Count-Disp2 pic Z(3)9.
             01 WS-Lock-Mode     pic X(1).
             01 WS-Lock-Resource pic X(30)
                value "day05-asn-register.txt".
             01 WS-Lock-Share    pic X(1).
             01 WS-Lock-Program  pic X(20) value "Day-05-Asn-Ack".
             01 WS-Lock-Operator pic X(3) value "BAT".
             01 WS-Lock-Result   pic X(1).
             01 WS-Lock-Holder   pic X(60).
             01 WS-Final-RC pic 9(02) value zero.
       procedure division.
           move function current-date(1:8) to WS-CurrentDate
           string WS-CurrentDate(1:4) "-" WS-CurrentDate(5:2) "-"
                  WS-CurrentDate(7:2)
             delimited by size into WS-TodayDate
           accept WS-Param-Line from command-line
           if WS-Param-Line not = spaces
             move spaces to WS-Ack-Name
             unstring WS-Param-Line delimited by all space
               into WS-Ack-Name
             end-unstring
           end-if
           perform load-ack-file
           if WS-Refuse-Reason not = spaces
             perform refuse-ack-file
             move 8 to return-code
             goback
           end-if
           move "A" to WS-Lock-Mode
           move "X" to WS-Lock-Share
           call "Lock-Manager" using WS-Lock-Mode WS-Lock-Resource
             WS-Lock-Share WS-Lock-Program WS-Lock-Operator
             WS-Lock-Result WS-Lock-Holder
           if WS-Lock-Result not = "Y"
             display "Day-05-Asn-Ack: day05-asn-register.txt is "
               "locked by " function trim(WS-Lock-Holder)
               " - acknowledgement not matched"
             move 8 to return-code
             goback
           end-if
           perform load-shipment
           evaluate true
             when WS-Ship-Found = 0
               string "shipment " WS-Ack-ShipNo-N
                 " is not on the register"
                 delimited by size into WS-Refuse-Reason
             when WS-Ship-State = "ACKED"
               string "shipment " WS-Ack-ShipNo-N
                 " is already acknowledged"
                 delimited by size into WS-Refuse-Reason
           end-evaluate
           if WS-Refuse-Reason not = spaces
             perform release-asn-register
             perform refuse-ack-file
             move 8 to return-code
             goback
           end-if
           open output AckRejects
           perform varying WS-a from 1 by 1 until WS-a > WS-AckCount
             perform match-ack-row
           end-perform
           close AckRejects
           if WS-RejectCount = 0
             perform varying WS-c from 1 by 1
                     until WS-c > WS-CrateCount
               if WS-Crt-Answered(WS-c) = 0
                  and WS-Crt-State(WS-c) = "SENT"
                 move "SHORT" to WS-Crt-State(WS-c)
                 add 1 to WS-Short-Taken
               end-if
             end-perform
             move "ACKED" to WS-Ship-State
           end-if
           perform rewrite-asn-register
           perform release-asn-register
           if WS-Final-RC = 8
             move 8 to return-code
             goback
           end-if
           perform write-match-report
           display "shipment " WS-Ack-ShipNo-N ": "
             WS-Matched " crate(s) matched, " WS-RejectCount
             " row(s) refused, shipment " function trim(WS-Ship-State)
             " - see day05-asn-match.txt"
           if WS-Count-Short > 0 or WS-Count-Damaged > 0
              or WS-Count-NotShip > 0 or WS-RejectCount > 0
             move 4 to return-code
           else
             move 0 to return-code
           end-if
           goback.

      *    the whole file is read and its framing checked before
      *    the register is touched.
           load-ack-file.
             open input AckFile
             if WS-Ack-Error
               string "no acknowledgement file "
                 function trim(WS-Ack-Name)
                 delimited by size into WS-Refuse-Reason
               exit paragraph
             end-if
             move zero to WS-EOF
             perform until WS-EOF = 1
               move spaces to WS-Ack-Record
               read AckFile into WS-Ack-Record
                 at end move 1 to WS-EOF
                 not at end
                   add 1 to WS-Ack-LineNo
                   if WS-Ack-Record not = spaces
                     perform load-ack-row
                   end-if
               end-read
               if WS-Refuse-Reason not = spaces
                 move 1 to WS-EOF
               end-if
             end-perform
             close AckFile
             if WS-Refuse-Reason not = spaces
               exit paragraph
             end-if
             evaluate true
               when WS-Have-Header = 0
                 move "no header record" to WS-Refuse-Reason
               when WS-Have-Trailer = 0
                 move "no trailer record" to WS-Refuse-Reason
               when WS-Ack-Trailer-Count not = WS-AckCount
                 move "trailer count disagrees with the details"
                   to WS-Refuse-Reason
             end-evaluate
           .

           load-ack-row.
             if WS-Have-Trailer = 1
               move "records after the trailer" to WS-Refuse-Reason
               exit paragraph
             end-if
             if WS-Ack-Type = "H"
               if WS-Have-Header = 1 or WS-Ack-ShipNo is not numeric
                 move "header record out of place or unreadable"
                   to WS-Refuse-Reason
                 exit paragraph
               end-if
               move 1 to WS-Have-Header
               move WS-Ack-ShipNo to WS-Ack-ShipNo-N
               move WS-AckH-Date to WS-Ack-Received
               move WS-AckH-Camp to WS-Ack-Camp
               exit paragraph
             end-if
             if WS-Have-Header = 0
               move "no header record" to WS-Refuse-Reason
               exit paragraph
             end-if
             if WS-Ack-ShipNo is not numeric
                or WS-Ack-ShipNo not = WS-Ack-ShipNo-N
               move "rows for more than one shipment"
                 to WS-Refuse-Reason
               exit paragraph
             end-if
             evaluate WS-Ack-Type
               when "D"
                 if WS-AckCount >= 2500
                   move "more detail rows than a notice can carry"
                     to WS-Refuse-Reason
                   exit paragraph
                 end-if
                 add 1 to WS-AckCount
                 move WS-Ack-LineNo to WS-AckRow-LineNo(WS-AckCount)
                 move WS-AckD-Seq to WS-AckRow-Seq(WS-AckCount)
                 move WS-AckD-Crate to WS-AckRow-Crate(WS-AckCount)
                 move function upper-case(WS-AckD-Status)
                   to WS-AckRow-Status(WS-AckCount)
               when "T"
                 if WS-AckT-Count is not numeric
                   move "trailer count unreadable"
                     to WS-Refuse-Reason
                   exit paragraph
                 end-if
                 move 1 to WS-Have-Trailer
                 move WS-AckT-Count to WS-Ack-Trailer-Count
               when other
                 move "unknown record type" to WS-Refuse-Reason
             end-evaluate
           .

           refuse-ack-file.
             display "Day-05-Asn-Ack: " function trim(WS-Ack-Name)
               " refused - " function trim(WS-Refuse-Reason)
             open output AckRejects
             move WS-Ack-LineNo to WS-Rej-LineNo
             move "acknowledgement file refused" to WS-Rej-Reason
             move WS-Refuse-Reason to WS-Rej-Record
             move WS-Reject-Line to AckRejects-Line
             write AckRejects-Line
             close AckRejects
           .

      *    the shipment row and its crates, in notice sequence.
           load-shipment.
             open input AsnRegister
             if WS-AsnReg-Error
               exit paragraph
             end-if
             move zero to WS-EOF
             perform until WS-EOF = 1
               read AsnRegister into WS-AsnReg-Record
                 at end move 1 to WS-EOF
                 not at end
                   if WS-AsnReg-ShipNo = WS-Ack-ShipNo-N
                     perform load-shipment-row
                   end-if
               end-read
             end-perform
             close AsnRegister
           .

           load-shipment-row.
             if WS-AsnReg-Is-Ship
               move 1 to WS-Ship-Found
               move WS-AsnShp-State to WS-Ship-State
               move WS-AsnShp-Issued to WS-Ship-Issued
               exit paragraph
             end-if
             if WS-AsnReg-Is-Crate and WS-CrateCount < 2500
               add 1 to WS-CrateCount
               move WS-AsnCrt-Seq to WS-Crt-Seq(WS-CrateCount)
               move WS-AsnCrt-Stack to WS-Crt-Stack(WS-CrateCount)
               move WS-AsnCrt-Crate to WS-Crt-Crate(WS-CrateCount)
               move WS-AsnCrt-Contents
                 to WS-Crt-Contents(WS-CrateCount)
               move WS-AsnCrt-Release
                 to WS-Crt-Release(WS-CrateCount)
               move WS-AsnCrt-State to WS-Crt-State(WS-CrateCount)
               move 0 to WS-Crt-Answered(WS-CrateCount)
             end-if
           .

           match-ack-row.
             move spaces to WS-Row-Reason
             move zero to WS-c
             if WS-AckRow-Seq(WS-a) is numeric
               move WS-AckRow-Seq(WS-a) to WS-Seq-N
               perform varying WS-c from 1 by 1
                       until WS-c > WS-CrateCount
                 if WS-Crt-Seq(WS-c) = WS-Seq-N
                   exit perform
                 end-if
               end-perform
               if WS-c > WS-CrateCount
                 move zero to WS-c
               end-if
             end-if
             evaluate true
               when WS-c = 0
                 move "sequence not on the notice" to WS-Row-Reason
               when WS-Crt-Crate(WS-c) not = WS-AckRow-Crate(WS-a)
                 move "crate differs from the one sent"
                   to WS-Row-Reason
               when WS-Crt-Answered(WS-c) = 1
                 move "sequence answered twice" to WS-Row-Reason
               when WS-AckRow-Status(WS-a) not = "RECEIVED"
                and WS-AckRow-Status(WS-a) not = "SHORT"
                and WS-AckRow-Status(WS-a) not = "DAMAGED"
                and WS-AckRow-Status(WS-a) not = "NOTSHIP"
                 move "status not RECEIVED SHORT DAMAGED NOTSHIP"
                   to WS-Row-Reason
             end-evaluate
             if WS-Row-Reason not = spaces
               add 1 to WS-RejectCount
               move WS-AckRow-LineNo(WS-a) to WS-Rej-LineNo
               move WS-Row-Reason to WS-Rej-Reason
               move spaces to WS-Rej-Record
               string "D" WS-Ack-ShipNo-N WS-AckRow-Seq(WS-a)
                 WS-AckRow-Crate(WS-a) WS-AckRow-Status(WS-a)
                 delimited by size into WS-Rej-Record
               move WS-Reject-Line to AckRejects-Line
               write AckRejects-Line
               exit paragraph
             end-if
             move 1 to WS-Crt-Answered(WS-c)
             move WS-AckRow-Status(WS-a) to WS-Crt-State(WS-c)
             add 1 to WS-Matched
           .

      *    the register is copied through a work file with this
      *    shipment's rows replaced, then copied back.
           rewrite-asn-register.
             if WS-Ack-Received = spaces
               move WS-TodayDate to WS-Ack-Received
             end-if
             open input AsnRegister
             open output RegisterWork
             move zero to WS-EOF
             perform until WS-EOF = 1
               read AsnRegister into WS-AsnReg-Record
                 at end move 1 to WS-EOF
                 not at end
                   if WS-AsnReg-ShipNo = WS-Ack-ShipNo-N
                     perform update-register-row
                   end-if
                   move WS-AsnReg-Record to RegisterWork-Line
                   write RegisterWork-Line
               end-read
             end-perform
             close AsnRegister
             close RegisterWork
             call "CBL_COPY_FILE" using WS-Work-Name WS-Register-Name
             end-call
             if return-code not = 0
               move 0 to return-code
               display "Day-05-Asn-Ack: could not copy "
                 function trim(WS-Work-Name) " back over "
                 function trim(WS-Register-Name)
                 " - register unchanged"
               move 8 to WS-Final-RC
               exit paragraph
             end-if
             call "CBL_DELETE_FILE" using WS-Work-Name
             end-call
             move 0 to return-code
           .

           update-register-row.
             if WS-AsnReg-Is-Ship
               move WS-Ship-State to WS-AsnShp-State
               if WS-Ship-State = "ACKED"
                 move WS-Ack-Received to WS-AsnShp-AckDate
               end-if
               exit paragraph
             end-if
             perform varying WS-c from 1 by 1
                     until WS-c > WS-CrateCount
               if WS-Crt-Seq(WS-c) = WS-AsnCrt-Seq
                 if WS-Crt-State(WS-c) not = WS-AsnCrt-State
                   move WS-Crt-State(WS-c) to WS-AsnCrt-State
                   move WS-Ack-Received to WS-AsnCrt-AckDate
                 end-if
                 exit perform
               end-if
             end-perform
           .

           write-match-report.
             open output MatchReport
             move spaces to MatchReport-Line
             string "receipt acknowledgement - shipment "
               WS-Ack-ShipNo-N " issued " WS-Ship-Issued
               ", received " WS-Ack-Received " by "
               function trim(WS-Ack-Camp)
               delimited by size into MatchReport-Line
             write MatchReport-Line
             move spaces to MatchReport-Line
             write MatchReport-Line
             perform varying WS-c from 1 by 1
                     until WS-c > WS-CrateCount
               move WS-Crt-Seq(WS-c) to WS-Mat-Seq
               move WS-Crt-Stack(WS-c) to WS-Mat-Stack
               move WS-Crt-Crate(WS-c) to WS-Mat-Crate
               move WS-Crt-Contents(WS-c) to WS-Mat-Code
               if WS-Crt-Release(WS-c) = "H"
                 move "held" to WS-Mat-Release
               else
                 move "cleared" to WS-Mat-Release
               end-if
               move WS-Crt-State(WS-c) to WS-Mat-State
               evaluate WS-Crt-State(WS-c)
                 when "RECEIVED" add 1 to WS-Count-Received
                 when "SHORT"    add 1 to WS-Count-Short
                 when "DAMAGED"  add 1 to WS-Count-Damaged
                 when "NOTSHIP"  add 1 to WS-Count-NotShip
                 when other      add 1 to WS-Count-Sent
               end-evaluate
               move WS-Match-Line to MatchReport-Line
               write MatchReport-Line
             end-perform
             move spaces to MatchReport-Line
             write MatchReport-Line
             move WS-Count-Received to WS-Count-Disp
             move WS-Count-Short to WS-Count-Disp2
             move spaces to MatchReport-Line
             string "received " function trim(WS-Count-Disp)
               ", short " function trim(WS-Count-Disp2)
               delimited by size into MatchReport-Line
             write MatchReport-Line
             move WS-Count-Damaged to WS-Count-Disp
             move WS-Count-NotShip to WS-Count-Disp2
             move spaces to MatchReport-Line
             string "damaged " function trim(WS-Count-Disp)
               ", not shipped " function trim(WS-Count-Disp2)
               delimited by size into MatchReport-Line
             write MatchReport-Line
             if WS-Short-Taken > 0
               move WS-Short-Taken to WS-Count-Disp
               move spaces to MatchReport-Line
               string function trim(WS-Count-Disp)
                 " crate(s) not answered for - taken as SHORT"
                 delimited by size into MatchReport-Line
               write MatchReport-Line
             end-if
             if WS-Count-Sent > 0
               move WS-Count-Sent to WS-Count-Disp
               move spaces to MatchReport-Line
               string function trim(WS-Count-Disp)
                 " crate(s) still unanswered - "
                 "see day05-asn-ack-rejects.txt; shipment stays OPEN"
                 delimited by size into MatchReport-Line
               write MatchReport-Line
             end-if
             close MatchReport
           .

           release-asn-register.
             move "R" to WS-Lock-Mode
             call "Lock-Manager" using WS-Lock-Mode WS-Lock-Resource
               WS-Lock-Share WS-Lock-Program WS-Lock-Operator
               WS-Lock-Result WS-Lock-Holder
           .
