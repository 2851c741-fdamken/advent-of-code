       identification division.
           program-id. Day-04-Qual-Expiry.
      *    the safety officer's look-ahead on hazard qualifications:
      *    reads personnel-master.txt and lists every elf whose
      *    qualification lapses within the next N days (parameter,
      *    default 30), plus any that have already lapsed, soonest
      *    first, so the refresher course can be booked before
      *    Day-04c starts raising unqualified-pair exceptions for
      *    the fuel dump or the infirmary. qualifications with no
      *    expiry date, and elves with none at all, are not listed.
      *    output to day04-qual-expiry.txt and the console; returns
      *    4 when anything is listed.
       environment division.
           input-output section.
             file-control.
               select PersonnelMaster
                 assign to "personnel-master.txt"
                 organization is line sequential
                 file status is WS-Personnel-Status.
               select ExpiryReport
                 assign to "day04-qual-expiry.txt"
                 organization is line sequential.
       data division.
           file section.
             fd PersonnelMaster.
                01 PersonnelMaster-Line pic X(60).
             fd ExpiryReport.
                01 ExpiryReport-Line pic X(100).
           working-storage section.
             copy "numval.cpy".
             01 WS-Personnel-Status pic XX.
             88 WS-Personnel-OK    value "00".
             88 WS-Personnel-Error value "30" thru "99".
             01 WS-Personnel-Record.
                05 WS-Pers-PairNo pic X(8).
                05 FILLER         pic X(1).
                05 WS-Pers-Pos    pic X(1).
                05 FILLER         pic X(1).
                05 WS-Pers-ElfId  pic X(8).
                05 FILLER         pic X(1).
                05 WS-Pers-Name   pic X(20).
                05 FILLER         pic X(1).
                05 WS-Pers-Qual   pic X(8).
                05 FILLER         pic X(1).
                05 WS-Pers-QualExpiry pic X(10).
             01 WS-Pers-EOF pic 9 value zero.
             01 WS-Param-Line pic X(20).
             01 WS-Window-Days pic 9(04) value 30.
             01 WS-TodayDate pic X(10).
             01 WS-Today-Int pic 9(08).
             01 WS-Expiry-Int pic 9(08).
             01 WS-Days-Left pic S9(08).
             01 WS-BadDateCount pic 9(04) value zero.
      *      the elves inside the window, kept sorted by expiry
      *      date by insertion as the master streams through.
             01 WS-ExpiryCount pic 9(04) value zero.
             01 WS-Expiry-Table.
                05 WS-Expiry-Entry occurs 0 to 2000 times
                     depending on WS-ExpiryCount.
                   10 WS-Exp-Date   pic X(10).
                   10 WS-Exp-Days   pic S9(08).
                   10 WS-Exp-PairNo pic X(8).
                   10 WS-Exp-Pos    pic X(1).
                   10 WS-Exp-ElfId  pic X(8).
                   10 WS-Exp-Name   pic X(20).
                   10 WS-Exp-Qual   pic X(8).
             01 WS-e pic 9(04).
             01 WS-e2 pic 9(04).
             01 WS-LapsedCount pic 9(04) value zero.
             01 WS-Report-Row.
                05 WS-Rep-PairNo   pic X(8).
                05 FILLER          pic X(1) value "/".
                05 WS-Rep-Pos      pic X(1).
                05 FILLER          pic X(2) value "  ".
                05 WS-Rep-ElfId    pic X(8).
                05 FILLER          pic X(2) value "  ".
                05 WS-Rep-Name     pic X(20).
                05 FILLER          pic X(2) value "  ".
                05 WS-Rep-Qual     pic X(8).
                05 FILLER          pic X(2) value "  ".
                05 WS-Rep-Expiry   pic X(10).
                05 FILLER          pic X(2) value "  ".
                05 WS-Rep-Left     pic X(14).
             01 WS-Days-Disp pic Z(7)9.
       procedure division.
           move function current-date(1:8) to WS-Today-Int
           string WS-Today-Int(1:4) "-" WS-Today-Int(5:2) "-"
             WS-Today-Int(7:2)
             delimited by size into WS-TodayDate
           compute WS-Today-Int =
             function integer-of-date(WS-Today-Int)
           accept WS-Param-Line from command-line
           if WS-Param-Line not = spaces
             move WS-Param-Line to WS-Numval-Input
             perform validate-numeric-field
             if WS-Numval-Is-Invalid or WS-Numval-Result > 9999
               display "Day-04-Qual-Expiry: window must be a number "
                 "of days, got " function trim(WS-Param-Line)
               move 8 to return-code
               goback
             end-if
             move WS-Numval-Result to WS-Window-Days
           end-if
           open input PersonnelMaster
           if WS-Personnel-Error
             display "Day-04-Qual-Expiry: no personnel-master.txt - "
               "nothing to check"
             move 8 to return-code
             goback
           end-if
           perform until WS-Pers-EOF = 1
             move spaces to WS-Personnel-Record
             read PersonnelMaster into WS-Personnel-Record
               at end move 1 to WS-Pers-EOF
               not at end perform check-one-person
             end-read
           end-perform
           close PersonnelMaster
           perform write-expiry-report
           display WS-ExpiryCount " qualification(s) lapse within "
             WS-Window-Days " day(s) of " WS-TodayDate ", "
             WS-LapsedCount " already lapsed - see "
             "day04-qual-expiry.txt"
           if WS-BadDateCount > 0
             display WS-BadDateCount " expiry date(s) unreadable "
               "on personnel-master.txt - fix with "
               "Day-04-Personnel-Maint QUAL"
           end-if
           if WS-ExpiryCount > 0 or WS-BadDateCount > 0
             move 4 to return-code
           end-if
           goback.

           check-one-person.
             if WS-Pers-Qual = spaces or WS-Pers-Qual = "NONE"
                or WS-Pers-QualExpiry = spaces
               exit paragraph
             end-if
             if WS-Pers-QualExpiry(5:1) not = "-"
                or WS-Pers-QualExpiry(8:1) not = "-"
                or function test-numval(function concatenate(
                     WS-Pers-QualExpiry(1:4), WS-Pers-QualExpiry(6:2),
                     WS-Pers-QualExpiry(9:2))) not = zero
               add 1 to WS-BadDateCount
               exit paragraph
             end-if
             compute WS-Expiry-Int = function integer-of-date(
               function numval(function concatenate(
                 WS-Pers-QualExpiry(1:4), WS-Pers-QualExpiry(6:2),
                 WS-Pers-QualExpiry(9:2))))
             compute WS-Days-Left = WS-Expiry-Int - WS-Today-Int
             if WS-Days-Left > WS-Window-Days
               exit paragraph
             end-if
             if WS-ExpiryCount >= 2000
               exit paragraph
             end-if
             if WS-Days-Left < 0
               add 1 to WS-LapsedCount
             end-if
      *      find the first entry expiring later than this one and
      *      shuffle the rest down one.
             add 1 to WS-ExpiryCount
             move WS-ExpiryCount to WS-e
             perform varying WS-e2 from 1 by 1
                     until WS-e2 >= WS-ExpiryCount
               if WS-Exp-Date(WS-e2) > WS-Pers-QualExpiry
                 move WS-e2 to WS-e
                 exit perform
               end-if
             end-perform
             perform varying WS-e2 from WS-ExpiryCount by -1
                     until WS-e2 <= WS-e
               move WS-Expiry-Entry(WS-e2 - 1)
                 to WS-Expiry-Entry(WS-e2)
             end-perform
             move WS-Pers-QualExpiry to WS-Exp-Date(WS-e)
             move WS-Days-Left to WS-Exp-Days(WS-e)
             move WS-Pers-PairNo to WS-Exp-PairNo(WS-e)
             move WS-Pers-Pos to WS-Exp-Pos(WS-e)
             move WS-Pers-ElfId to WS-Exp-ElfId(WS-e)
             move WS-Pers-Name to WS-Exp-Name(WS-e)
             move WS-Pers-Qual to WS-Exp-Qual(WS-e)
           .

           write-expiry-report.
             open output ExpiryReport
             move spaces to ExpiryReport-Line
             string "hazard qualifications lapsing within "
               WS-Window-Days " day(s) of " WS-TodayDate
               delimited by size into ExpiryReport-Line
             write ExpiryReport-Line
             move spaces to ExpiryReport-Line
             write ExpiryReport-Line
             if WS-ExpiryCount = 0
               move "  none" to ExpiryReport-Line
               write ExpiryReport-Line
             end-if
             perform varying WS-e from 1 by 1
                     until WS-e > WS-ExpiryCount
               move WS-Exp-PairNo(WS-e) to WS-Rep-PairNo
               move WS-Exp-Pos(WS-e) to WS-Rep-Pos
               move WS-Exp-ElfId(WS-e) to WS-Rep-ElfId
               move WS-Exp-Name(WS-e) to WS-Rep-Name
               move WS-Exp-Qual(WS-e) to WS-Rep-Qual
               move WS-Exp-Date(WS-e) to WS-Rep-Expiry
               move spaces to WS-Rep-Left
               if WS-Exp-Days(WS-e) < 0
                 move "EXPIRED" to WS-Rep-Left
               else
                 move WS-Exp-Days(WS-e) to WS-Days-Disp
                 string function trim(WS-Days-Disp) " day(s) left"
                   delimited by size into WS-Rep-Left
               end-if
               move WS-Report-Row to ExpiryReport-Line
               write ExpiryReport-Line
               display ExpiryReport-Line(1:80)
             end-perform
             close ExpiryReport
           .

           copy "numvalp.cpy".
