       identification division.
           program-id. Day-03-Requisition.
      *    turns the shortages Day-03-Required-Items reports into
      *    requisitions on the yard, so a rucksack missing its
      *    firestarter gets one instead of the report sitting on a
      *    desk. run after Day-03-Required-Items and Day-05a, with
      *    the same group size on the command line (default 3):
      *      - every "missing" row of day03-required-report.txt is
      *        a requisition line on requisition-register.txt, kept
      *        OPEN with the date first seen until its rucksack's
      *        repack is confirmed DONE on repack-confirmations.txt,
      *        when it is CLOSED;
      *      - the item's class (item-classes.txt) is mapped to the
      *        yard contents code that fills it, and the pick
      *        priority, by requisition-map.txt:
      *          <class> <contents> <priority 1-9>
      *      - the open lines of a badge group are gathered into one
      *        pick order per contents code, numbered group then
      *        code (0001MEDS), and the crates that could fill it are
      *        looked up in day05a-final-stacks.txt through
      *        crate-master.txt. the letter with the fewest crates on
      *        top of it that the yard office's own orders and the
      *        earlier requisitions have not already spoken for is
      *        ordered on pick-orders.txt for Day-05-Pick-Plan; the
      *        yard office's rows there are left as they are, and an
      *        order whose lines have all closed is taken off;
      *      - a requisition the yard cannot fill - no crate with the
      *        contents in the final stacks, every such crate already
      *        spoken for, or no contents code mapped - goes back to
      *        the quartermaster on day03-unfilled-requisitions.txt.
      *    day03-requisitions.txt lists every badge group's lines,
      *    its orders and the candidate crates. rc 4 when anything
      *    is unfilled, rc 8 with no required-items report.
       environment division.
           input-output section.
             file-control.
               select RequiredReport
                 assign to "day03-required-report.txt"
                 organization is line sequential
                 file status is WS-Required-Status.
               select ItemClasses assign to "item-classes.txt"
                 organization is line sequential
                 file status is WS-Classes-Status.
               select RequisitionMap assign to "requisition-map.txt"
                 organization is line sequential
                 file status is WS-Map-Status.
               select CrateMaster assign to "crate-master.txt"
                 organization is line sequential
                 file status is WS-CrateMaster-Status.
               select FinalStacks
                 assign to "day05a-final-stacks.txt"
                 organization is line sequential
                 file status is WS-Stacks-Status.
               select Confirmations
                 assign to "repack-confirmations.txt"
                 organization is line sequential
                 file status is WS-Confirm-Status.
               select Register assign to "requisition-register.txt"
                 organization is line sequential
                 file status is WS-Register-Status.
               select PickOrders assign to "pick-orders.txt"
                 organization is line sequential
                 file status is WS-Orders-Status.
               select RequisitionReport
                 assign to "day03-requisitions.txt"
                 organization is line sequential.
               select UnfilledReport
                 assign to "day03-unfilled-requisitions.txt"
                 organization is line sequential.
       data division.
           file section.
             fd RequiredReport.
                01 RequiredReport-Line pic X(80).
             fd ItemClasses.
                01 ItemClasses-Line pic X(40).
             fd RequisitionMap.
                01 RequisitionMap-Line pic X(40).
             fd CrateMaster.
                01 CrateMaster-FILE.
                   05 Crate-Letter   pic A.
                   05 FILLER         pic X.
                   05 Crate-Weight   pic 9(02).
                   05 FILLER         pic X.
                   05 Crate-Contents pic X(04).
             fd FinalStacks.
                01 FinalStacks-Line pic X(210).
             fd Confirmations.
                01 Confirmations-Line pic X(40).
             fd Register.
                01 Register-Line pic X(80).
             fd PickOrders.
                01 PickOrders-Line pic X(40).
             fd RequisitionReport.
                01 RequisitionReport-Line pic X(100).
             fd UnfilledReport.
                01 UnfilledReport-Line pic X(100).
           working-storage section.
             copy "numval.cpy".
             01 WS-Required-Status pic XX.
             88 WS-Required-OK    value "00".
             88 WS-Required-Error value "30" thru "99".
             01 WS-Classes-Status pic XX.
             88 WS-Classes-OK    value "00".
             88 WS-Classes-Error value "30" thru "99".
             01 WS-Map-Status pic XX.
             88 WS-Map-OK    value "00".
             88 WS-Map-Error value "30" thru "99".
             01 WS-CrateMaster-Status pic XX.
             88 WS-CrateMaster-OK    value "00".
             88 WS-CrateMaster-Error value "30" thru "99".
             01 WS-Stacks-Status pic XX.
             88 WS-Stacks-OK    value "00".
             88 WS-Stacks-Error value "30" thru "99".
             01 WS-Confirm-Status pic XX.
             88 WS-Confirm-OK    value "00".
             88 WS-Confirm-Error value "30" thru "99".
             01 WS-Register-Status pic XX.
             88 WS-Register-OK    value "00".
             88 WS-Register-Error value "30" thru "99".
             01 WS-Orders-Status pic XX.
             88 WS-Orders-OK    value "00".
             88 WS-Orders-Error value "30" thru "99".
             01 WS-EOF pic 9 value zero.
             01 WS-TodayDate pic X(10).
             01 WS-CurrentDate pic X(8).
             01 WS-GroupSize-Param pic X(04).
             01 WS-GroupSize pic 9(02) value 3.
             01 WS-Class-Record.
                05 WS-Class-Char   pic X(1).
                05 FILLER          pic X(1).
                05 WS-Class-Weight pic X(3).
                05 FILLER          pic X(1).
                05 WS-Class-Name   pic X(10).
             01 WS-Map-Record.
                05 WS-Map-Class    pic X(10).
                05 FILLER          pic X(1).
                05 WS-Map-Contents pic X(04).
                05 FILLER          pic X(1).
                05 WS-Map-Priority pic X(1).
             01 WS-Confirm-Record.
                05 WS-Conf-LineNo      pic X(8).
                05 FILLER              pic X(1).
                05 WS-Conf-Disposition pic X(7).
                05 FILLER              pic X(1).
                05 WS-Conf-Station     pic X(4).
             01 WS-Order-Record.
                05 WS-OrdRec-No       pic X(8).
                05 FILLER             pic X(1).
                05 WS-OrdRec-Crate    pic X(1).
                05 FILLER             pic X(1).
                05 WS-OrdRec-Priority pic X(1).
             01 WS-Stacks-Row.
                05 WS-Row-StackNo  pic 999.
                05 FILLER          pic X(1).
                05 WS-Row-StackStr pic A(200).
             01 WS-Register-Record.
                05 WS-Rg-LineNo   pic 9(08).
                05 FILLER         pic X(1) value space.
                05 WS-Rg-Item     pic X(1).
                05 FILLER         pic X(1) value space.
                05 WS-Rg-Group    pic 9(08).
                05 FILLER         pic X(1) value space.
                05 WS-Rg-Class    pic X(10).
                05 FILLER         pic X(1) value space.
                05 WS-Rg-Contents pic X(04).
                05 FILLER         pic X(1) value space.
                05 WS-Rg-Status   pic X(06).
                05 FILLER         pic X(1) value space.
                05 WS-Rg-Opened   pic X(10).
                05 FILLER         pic X(1) value space.
                05 WS-Rg-Closed   pic X(10).
      *      item characters to their class, classes to the yard
      *      contents and pick priority that fill them.
             01 WS-ClassCount pic 9(02) value zero.
             01 WS-ItemClass-Table.
                05 WS-ItemClass occurs 52 times.
                   10 WS-IC-Char pic X(1).
                   10 WS-IC-Name pic X(10).
             01 WS-MapCount pic 9(02) value zero.
             01 WS-Map-Table.
                05 WS-Map occurs 52 times.
                   10 WS-Mp-Class    pic X(10).
                   10 WS-Mp-Contents pic X(04).
                   10 WS-Mp-Priority pic 9.
      *      every crate letter's contents and, from the final
      *      stacks, how many of it stand in the yard, the fewest
      *      crates on top of any of them, and how many are already
      *      spoken for.
             01 WS-Letter-Table.
                05 WS-Letter occurs 26 times.
                   10 WS-Lt-Contents pic X(04).
                   10 WS-Lt-InYard   pic 9(04).
                   10 WS-Lt-Depth    pic 9(03).
                   10 WS-Lt-Taken    pic 9(04).
             01 WS-OrdBaseCrate pic 9(04).
             01 WS-CrateIdx pic 9(04).
             01 WS-StackTop pic 9(03).
      *      the requisition lines, in rucksack line order so the
      *      badge groups come out together.
             01 WS-ReqCount pic 9(04) value zero.
             01 WS-Req-Table.
                05 WS-Req occurs 0 to 5000 times
                     depending on WS-ReqCount.
                   10 WS-Rq-LineNo   pic 9(08).
                   10 WS-Rq-Item     pic X(1).
                   10 WS-Rq-Group    pic 9(08).
                   10 WS-Rq-Class    pic X(10).
                   10 WS-Rq-Contents pic X(04).
                   10 WS-Rq-Status   pic X(06).
                   10 WS-Rq-Opened   pic X(10).
                   10 WS-Rq-Closed   pic X(10).
                   10 WS-Rq-Closing  pic 9.
             01 WS-r pic 9(04).
             01 WS-r2 pic 9(04).
      *      rucksack lines whose repack has come back DONE.
             01 WS-DoneCount pic 9(04) value zero.
             01 WS-Done-Table.
                05 WS-Done-LineNo occurs 0 to 5000 times
                     depending on WS-DoneCount pic 9(08).
             01 WS-d pic 9(04).
      *      one pick order per badge group and contents code.
             01 WS-PickCount pic 9(04) value zero.
             01 WS-Pick-Table.
                05 WS-Pick occurs 0 to 2000 times
                     depending on WS-PickCount.
                   10 WS-Pk-Group      pic 9(08).
                   10 WS-Pk-Contents   pic X(04).
                   10 WS-Pk-No         pic X(08).
                   10 WS-Pk-Lines      pic 9(04).
                   10 WS-Pk-Priority   pic 9.
                   10 WS-Pk-Crate      pic X(1).
                   10 WS-Pk-Candidates pic X(52).
                   10 WS-Pk-Why        pic X(40).
             01 WS-p pic 9(04).
      *      pick-orders.txt as it stood, to be written back.
             01 WS-OldCount pic 9(04) value zero.
             01 WS-Old-Table.
                05 WS-Old-Line occurs 0 to 500 times
                     depending on WS-OldCount pic X(40).
             01 WS-o pic 9(04).
             01 WS-Our-Order pic 9.
             01 WS-Order-No pic X(08).
             01 WS-i pic 9(03).
             01 WS-k pic 9(03).
             01 WS-LineNo pic 9(08).
             01 WS-Item pic X(1).
             01 WS-Found pic 9.
             01 WS-Group pic 9(08).
             01 WS-Group-Num pic 9(04).
             01 WS-Priority pic 9.
             01 WS-Pass pic 9(02).
             01 WS-Best pic 9(03).
             01 WS-Best-Depth pic 9(03).
             01 WS-Any-Candidate pic 9.
             01 WS-Candidate-Ptr pic 9(03).
             01 WS-NewCount pic 9(04) value zero.
             01 WS-ClosedCount pic 9(04) value zero.
             01 WS-OpenCount pic 9(04) value zero.
             01 WS-OrderedCount pic 9(04) value zero.
             01 WS-UnfilledCount pic 9(04) value zero.
             01 WS-Last-Group pic 9(08).
             01 WS-Count-Disp pic Z(3)9.
             01 WS-Count-Disp2 pic Z(3)9.
             01 WS-Count-Disp3 pic Z(3)9.
       procedure division.
           move function current-date(1:8) to WS-CurrentDate
           string WS-CurrentDate(1:4) "-" WS-CurrentDate(5:2) "-"
                  WS-CurrentDate(7:2)
             delimited by size into WS-TodayDate
           compute WS-OrdBaseCrate = function ord("A") - 1
           accept WS-GroupSize-Param from command-line
           move WS-GroupSize-Param to WS-Numval-Input
           perform validate-numeric-field
           if WS-Numval-Is-Valid and WS-GroupSize-Param not = spaces
              and WS-Numval-Result >= 1
             move WS-Numval-Result to WS-GroupSize
           end-if
           open input RequiredReport
           if WS-Required-Error
             display "Day-03-Requisition: no day03-required-report.txt"
               " - run Day-03-Required-Items first"
             move 8 to return-code
             goback
           end-if
           close RequiredReport
           perform load-item-classes
           perform load-requisition-map
           perform load-register
           perform absorb-shortages
           perform apply-confirmations
           perform load-crate-master
           perform load-final-stacks
           perform load-pick-orders
           perform gather-pick-orders
           perform allocate-crates
           perform rewrite-register
           perform rewrite-pick-orders
           perform write-requisition-report
           perform write-unfilled-report
           display "Day-03-Requisition: " WS-NewCount " new, "
             WS-ClosedCount " closed, " WS-OpenCount " open - "
             WS-OrderedCount " pick order(s) on pick-orders.txt, "
             WS-UnfilledCount " unfilled"
           if WS-UnfilledCount > 0
             display "unfilled requisitions - see "
               "day03-unfilled-requisitions.txt"
             move 4 to return-code
           end-if
           goback.

           load-item-classes.
             open input ItemClasses
             if WS-Classes-Error
               display "no item-classes.txt - no item can be mapped "
                 "to a contents code"
               exit paragraph
             end-if
             move zero to WS-EOF
             perform until WS-EOF = 1
               move spaces to WS-Class-Record
               read ItemClasses into WS-Class-Record
                 at end move 1 to WS-EOF
                 not at end
                   if WS-Class-Char not = space and WS-ClassCount < 52
                     add 1 to WS-ClassCount
                     move WS-Class-Char to WS-IC-Char(WS-ClassCount)
                     move function upper-case(WS-Class-Name)
                       to WS-IC-Name(WS-ClassCount)
                   end-if
               end-read
             end-perform
             close ItemClasses
             move zero to WS-EOF
           .

      *    a row without a priority orders at 5, mid-queue.
           load-requisition-map.
             open input RequisitionMap
             if WS-Map-Error
               display "no requisition-map.txt - no class can be "
                 "requisitioned from the yard"
               exit paragraph
             end-if
             move zero to WS-EOF
             perform until WS-EOF = 1
               move spaces to WS-Map-Record
               read RequisitionMap into WS-Map-Record
                 at end move 1 to WS-EOF
                 not at end
                   perform take-map-row
               end-read
             end-perform
             close RequisitionMap
             move zero to WS-EOF
           .

           take-map-row.
             if WS-Map-Record = spaces
               exit paragraph
             end-if
             if WS-Map-Class = spaces or WS-Map-Contents = spaces
               display "requisition-map.txt row ignored - needs "
                 "class and contents code: "
                 function trim(WS-Map-Record)
               exit paragraph
             end-if
             if WS-MapCount >= 52
               exit paragraph
             end-if
             add 1 to WS-MapCount
             move function upper-case(WS-Map-Class)
               to WS-Mp-Class(WS-MapCount)
             move function upper-case(WS-Map-Contents)
               to WS-Mp-Contents(WS-MapCount)
             if WS-Map-Priority numeric and WS-Map-Priority not = "0"
               move WS-Map-Priority to WS-Mp-Priority(WS-MapCount)
             else
               move 5 to WS-Mp-Priority(WS-MapCount)
             end-if
           .

           load-register.
             open input Register
             if WS-Register-Error
               exit paragraph
             end-if
             move zero to WS-EOF
             perform until WS-EOF = 1
               read Register into WS-Register-Record
                 at end move 1 to WS-EOF
                 not at end
                   if WS-ReqCount < 5000
                     add 1 to WS-ReqCount
                     move WS-Rg-LineNo to WS-Rq-LineNo(WS-ReqCount)
                     move WS-Rg-Item to WS-Rq-Item(WS-ReqCount)
                     move WS-Rg-Group to WS-Rq-Group(WS-ReqCount)
                     move WS-Rg-Class to WS-Rq-Class(WS-ReqCount)
                     move WS-Rg-Contents
                       to WS-Rq-Contents(WS-ReqCount)
                     move WS-Rg-Status to WS-Rq-Status(WS-ReqCount)
                     move WS-Rg-Opened to WS-Rq-Opened(WS-ReqCount)
                     move WS-Rg-Closed to WS-Rq-Closed(WS-ReqCount)
                     move 0 to WS-Rq-Closing(WS-ReqCount)
                   end-if
               end-read
             end-perform
             close Register
             move zero to WS-EOF
           .

      *    the report's detail rows are the rucksack line number,
      *    "missing", then the item character; the per-item summary
      *    after them is skipped. a shortage already on the register,
      *    open or closed, keeps its row and its first-seen date.
           absorb-shortages.
             open input RequiredReport
             move zero to WS-EOF
             perform until WS-EOF = 1
               read RequiredReport
                 at end move 1 to WS-EOF
                 not at end
                   if RequiredReport-Line(9:10) = " missing  "
                     move RequiredReport-Line(1:8) to WS-Numval-Input
                     perform validate-numeric-field
                     if WS-Numval-Is-Valid
                       move WS-Numval-Result to WS-LineNo
                       move RequiredReport-Line(19:1) to WS-Item
                       perform note-requisition-line
                     end-if
                   end-if
               end-read
             end-perform
             close RequiredReport
             move zero to WS-EOF
           .

           note-requisition-line.
             move WS-ReqCount to WS-r
             add 1 to WS-r
             perform varying WS-r2 from 1 by 1
                     until WS-r2 > WS-ReqCount
               if WS-Rq-LineNo(WS-r2) = WS-LineNo
                  and WS-Rq-Item(WS-r2) = WS-Item
                 exit paragraph
               end-if
               if WS-Rq-LineNo(WS-r2) > WS-LineNo
                 move WS-r2 to WS-r
                 exit perform
               end-if
             end-perform
             if WS-ReqCount >= 5000
               display "more than 5000 requisition lines - line "
                 WS-LineNo " item " WS-Item " not requisitioned"
               exit paragraph
             end-if
             add 1 to WS-ReqCount
             perform varying WS-r2 from WS-ReqCount by -1
                     until WS-r2 <= WS-r
               move WS-Req(WS-r2 - 1) to WS-Req(WS-r2)
             end-perform
             add 1 to WS-NewCount
             move WS-LineNo to WS-Rq-LineNo(WS-r)
             move WS-Item to WS-Rq-Item(WS-r)
             compute WS-Rq-Group(WS-r) =
               (WS-LineNo - 1) / WS-GroupSize + 1
             move "?" to WS-Rq-Class(WS-r)
             perform varying WS-i from 1 by 1
                     until WS-i > WS-ClassCount
               if WS-IC-Char(WS-i) = WS-Item
                 move WS-IC-Name(WS-i) to WS-Rq-Class(WS-r)
               end-if
             end-perform
             move spaces to WS-Rq-Contents(WS-r)
             perform varying WS-i from 1 by 1 until WS-i > WS-MapCount
               if WS-Mp-Class(WS-i) = WS-Rq-Class(WS-r)
                 move WS-Mp-Contents(WS-i) to WS-Rq-Contents(WS-r)
               end-if
             end-perform
             move "OPEN" to WS-Rq-Status(WS-r)
             move WS-TodayDate to WS-Rq-Opened(WS-r)
             move spaces to WS-Rq-Closed(WS-r)
             move 0 to WS-Rq-Closing(WS-r)
           .

      *    a rucksack confirmed DONE at a packing station has been
      *    repacked with what it was short, so every open line of
      *    it closes. FAILED and REFUSED leave it open.
           apply-confirmations.
             open input Confirmations
             if WS-Confirm-Error
               exit paragraph
             end-if
             move zero to WS-EOF
             perform until WS-EOF = 1
               move spaces to WS-Confirm-Record
               read Confirmations into WS-Confirm-Record
                 at end move 1 to WS-EOF
                 not at end
                   if function upper-case(WS-Conf-Disposition)
                      = "DONE"
                     move WS-Conf-LineNo to WS-Numval-Input
                     perform validate-numeric-field
                     if WS-Numval-Is-Valid and WS-DoneCount < 5000
                       add 1 to WS-DoneCount
                       move WS-Numval-Result
                         to WS-Done-LineNo(WS-DoneCount)
                     end-if
                   end-if
               end-read
             end-perform
             close Confirmations
             move zero to WS-EOF
             perform varying WS-r from 1 by 1 until WS-r > WS-ReqCount
               if WS-Rq-Status(WS-r) = "OPEN"
                 perform varying WS-d from 1 by 1
                         until WS-d > WS-DoneCount
                   if WS-Done-LineNo(WS-d) = WS-Rq-LineNo(WS-r)
                     move "CLOSED" to WS-Rq-Status(WS-r)
                     move WS-TodayDate to WS-Rq-Closed(WS-r)
                     move 1 to WS-Rq-Closing(WS-r)
                     add 1 to WS-ClosedCount
                     exit perform
                   end-if
                 end-perform
               end-if
             end-perform
           .

           load-crate-master.
             perform varying WS-k from 1 by 1 until WS-k > 26
               move spaces to WS-Lt-Contents(WS-k)
               move zero to WS-Lt-InYard(WS-k)
               move 999 to WS-Lt-Depth(WS-k)
               move zero to WS-Lt-Taken(WS-k)
             end-perform
             open input CrateMaster
             if WS-CrateMaster-Error
               display "no crate-master.txt - no crate's contents "
                 "are known"
               exit paragraph
             end-if
             move zero to WS-EOF
             perform until WS-EOF = 1
               read CrateMaster
                 at end move 1 to WS-EOF
                 not at end
                   compute WS-CrateIdx =
                     function ord(Crate-Letter) - WS-OrdBaseCrate
                   if WS-CrateIdx >= 1 and WS-CrateIdx <= 26
                     move function upper-case(Crate-Contents)
                       to WS-Lt-Contents(WS-CrateIdx)
                   end-if
               end-read
             end-perform
             close CrateMaster
             move zero to WS-EOF
           .

      *    a crate's level is its place in the stack string, bottom
      *    first; the crates on top of it are those after it.
           load-final-stacks.
             open input FinalStacks
             if WS-Stacks-Error
               display "no day05a-final-stacks.txt - no crate in the "
                 "yard to fill a requisition"
               exit paragraph
             end-if
             move zero to WS-EOF
             perform until WS-EOF = 1
               read FinalStacks into WS-Stacks-Row
                 at end move 1 to WS-EOF
                 not at end
                   move zero to WS-StackTop
                   perform varying WS-k from 1 by 1 until WS-k > 200
                     if WS-Row-StackStr(WS-k:1) not = space
                       move WS-k to WS-StackTop
                     end-if
                   end-perform
                   perform varying WS-k from 1 by 1
                           until WS-k > WS-StackTop
                     compute WS-CrateIdx = function ord(
                       WS-Row-StackStr(WS-k:1)) - WS-OrdBaseCrate
                     if WS-CrateIdx >= 1 and WS-CrateIdx <= 26
                       add 1 to WS-Lt-InYard(WS-CrateIdx)
                       if WS-StackTop - WS-k < WS-Lt-Depth(WS-CrateIdx)
                         compute WS-Lt-Depth(WS-CrateIdx) =
                           WS-StackTop - WS-k
                       end-if
                     end-if
                   end-perform
               end-read
             end-perform
             close FinalStacks
             move zero to WS-EOF
           .

      *    the yard office's own orders speak for their crates
      *    first. rows carrying one of our order numbers are
      *    dropped here and written afresh from the open lines.
           load-pick-orders.
             open input PickOrders
             if WS-Orders-Error
               exit paragraph
             end-if
             move zero to WS-EOF
             perform until WS-EOF = 1
               move spaces to WS-Order-Record
               read PickOrders into WS-Order-Record
                 at end move 1 to WS-EOF
                 not at end
                   perform keep-pick-order
               end-read
             end-perform
             close PickOrders
             move zero to WS-EOF
           .

           keep-pick-order.
             if WS-Order-Record = spaces
               exit paragraph
             end-if
             move 0 to WS-Our-Order
             perform varying WS-r from 1 by 1 until WS-r > WS-ReqCount
               if WS-Rq-Contents(WS-r) not = spaces
                 perform make-order-number
                 if WS-Order-No = WS-OrdRec-No
                   move 1 to WS-Our-Order
                   exit perform
                 end-if
               end-if
             end-perform
             if WS-Our-Order = 1
               exit paragraph
             end-if
             if WS-OldCount < 500
               add 1 to WS-OldCount
               move WS-Order-Record to WS-Old-Line(WS-OldCount)
             end-if
             compute WS-CrateIdx = function ord(
               function upper-case(WS-OrdRec-Crate)) - WS-OrdBaseCrate
             if WS-CrateIdx >= 1 and WS-CrateIdx <= 26
               add 1 to WS-Lt-Taken(WS-CrateIdx)
             end-if
           .

      *    the order number of requisition line WS-r: the last
      *    four digits of its badge group, then the contents code.
           make-order-number.
             move WS-Rq-Group(WS-r) to WS-Group
             move WS-Group(5:4) to WS-Group-Num
             move spaces to WS-Order-No
             string WS-Group-Num WS-Rq-Contents(WS-r)
               delimited by size into WS-Order-No
           .

           gather-pick-orders.
             perform varying WS-r from 1 by 1 until WS-r > WS-ReqCount
               if WS-Rq-Status(WS-r) = "OPEN"
                 add 1 to WS-OpenCount
                 if WS-Rq-Contents(WS-r) not = spaces
                   perform gather-one-line
                 end-if
               end-if
             end-perform
           .

           gather-one-line.
             move 9 to WS-Priority
             perform varying WS-i from 1 by 1 until WS-i > WS-MapCount
               if WS-Mp-Class(WS-i) = WS-Rq-Class(WS-r)
                 move WS-Mp-Priority(WS-i) to WS-Priority
               end-if
             end-perform
             perform varying WS-p from 1 by 1 until WS-p > WS-PickCount
               if WS-Pk-Group(WS-p) = WS-Rq-Group(WS-r)
                  and WS-Pk-Contents(WS-p) = WS-Rq-Contents(WS-r)
                 add 1 to WS-Pk-Lines(WS-p)
                 if WS-Priority < WS-Pk-Priority(WS-p)
                   move WS-Priority to WS-Pk-Priority(WS-p)
                 end-if
                 exit paragraph
               end-if
             end-perform
             if WS-PickCount >= 2000
               exit paragraph
             end-if
             add 1 to WS-PickCount
             move WS-PickCount to WS-p
             move WS-Rq-Group(WS-r) to WS-Pk-Group(WS-p)
             move WS-Rq-Contents(WS-r) to WS-Pk-Contents(WS-p)
             perform make-order-number
             move WS-Order-No to WS-Pk-No(WS-p)
             move 1 to WS-Pk-Lines(WS-p)
             move WS-Priority to WS-Pk-Priority(WS-p)
             move space to WS-Pk-Crate(WS-p)
             move spaces to WS-Pk-Candidates(WS-p)
             move spaces to WS-Pk-Why(WS-p)
           .

      *    most urgent orders choose first; within a priority, the
      *    badge groups in order.
           allocate-crates.
             perform varying WS-Pass from 1 by 1 until WS-Pass > 9
               perform varying WS-p from 1 by 1
                       until WS-p > WS-PickCount
                 if WS-Pk-Priority(WS-p) = WS-Pass
                   perform allocate-one-order
                 end-if
               end-perform
             end-perform
           .

           allocate-one-order.
             move 0 to WS-Any-Candidate
             move 0 to WS-Best
             move 999 to WS-Best-Depth
             move 1 to WS-Candidate-Ptr
             perform varying WS-k from 1 by 1 until WS-k > 26
               if WS-Lt-Contents(WS-k) = WS-Pk-Contents(WS-p)
                  and WS-Lt-InYard(WS-k) > 0
                 move 1 to WS-Any-Candidate
                 string function char(WS-OrdBaseCrate + WS-k) " "
                   delimited by size into WS-Pk-Candidates(WS-p)
                   with pointer WS-Candidate-Ptr
                 if WS-Lt-Taken(WS-k) < WS-Lt-InYard(WS-k)
                    and WS-Lt-Depth(WS-k) < WS-Best-Depth
                   move WS-k to WS-Best
                   move WS-Lt-Depth(WS-k) to WS-Best-Depth
                 end-if
               end-if
             end-perform
             if WS-Best > 0
               add 1 to WS-Lt-Taken(WS-Best)
               move function char(WS-OrdBaseCrate + WS-Best)
                 to WS-Pk-Crate(WS-p)
               add 1 to WS-OrderedCount
               exit paragraph
             end-if
             add 1 to WS-UnfilledCount
             if WS-Any-Candidate = 0
               string "no " WS-Pk-Contents(WS-p)
                 " crate in the final stacks"
                 delimited by size into WS-Pk-Why(WS-p)
             else
               string "every " WS-Pk-Contents(WS-p)
                 " crate already spoken for"
                 delimited by size into WS-Pk-Why(WS-p)
             end-if
           .

           rewrite-register.
             open output Register
             perform varying WS-r from 1 by 1 until WS-r > WS-ReqCount
               move WS-Rq-LineNo(WS-r) to WS-Rg-LineNo
               move WS-Rq-Item(WS-r) to WS-Rg-Item
               move WS-Rq-Group(WS-r) to WS-Rg-Group
               move WS-Rq-Class(WS-r) to WS-Rg-Class
               move WS-Rq-Contents(WS-r) to WS-Rg-Contents
               move WS-Rq-Status(WS-r) to WS-Rg-Status
               move WS-Rq-Opened(WS-r) to WS-Rg-Opened
               move WS-Rq-Closed(WS-r) to WS-Rg-Closed
               move WS-Register-Record to Register-Line
               write Register-Line
             end-perform
             close Register
           .

           rewrite-pick-orders.
             open output PickOrders
             perform varying WS-o from 1 by 1 until WS-o > WS-OldCount
               move WS-Old-Line(WS-o) to PickOrders-Line
               write PickOrders-Line
             end-perform
             perform varying WS-p from 1 by 1 until WS-p > WS-PickCount
               if WS-Pk-Crate(WS-p) not = space
                 move spaces to WS-Order-Record
                 move WS-Pk-No(WS-p) to WS-OrdRec-No
                 move WS-Pk-Crate(WS-p) to WS-OrdRec-Crate
                 move WS-Pk-Priority(WS-p) to WS-OrdRec-Priority
                 move WS-Order-Record to PickOrders-Line
                 write PickOrders-Line
               end-if
             end-perform
             close PickOrders
           .

           write-requisition-report.
             open output RequisitionReport
             move spaces to RequisitionReport-Line
             string "requisitions on the yard by badge group, run "
               WS-TodayDate delimited by size
               into RequisitionReport-Line
             write RequisitionReport-Line
             move 99999999 to WS-Last-Group
             perform varying WS-r from 1 by 1 until WS-r > WS-ReqCount
               if WS-Rq-Status(WS-r) = "OPEN"
                  or WS-Rq-Closing(WS-r) = 1
                 if WS-Rq-Group(WS-r) not = WS-Last-Group
                   perform write-group-orders
                   move WS-Rq-Group(WS-r) to WS-Last-Group
                   move spaces to RequisitionReport-Line
                   write RequisitionReport-Line
                   move spaces to RequisitionReport-Line
                   string "badge group " WS-Rq-Group(WS-r)
                     delimited by size into RequisitionReport-Line
                   write RequisitionReport-Line
                 end-if
                 move spaces to RequisitionReport-Line
                 if WS-Rq-Closing(WS-r) = 1
                   string "  line " WS-Rq-LineNo(WS-r) "  item "
                     WS-Rq-Item(WS-r) " " WS-Rq-Class(WS-r) " "
                     WS-Rq-Contents(WS-r) "  CLOSED today, repack "
                     "confirmed" delimited by size
                     into RequisitionReport-Line
                 else
                   string "  line " WS-Rq-LineNo(WS-r) "  item "
                     WS-Rq-Item(WS-r) " " WS-Rq-Class(WS-r) " "
                     WS-Rq-Contents(WS-r) "  OPEN since "
                     WS-Rq-Opened(WS-r)
                     delimited by size into RequisitionReport-Line
                 end-if
                 write RequisitionReport-Line
               end-if
             end-perform
             perform write-group-orders
             move spaces to RequisitionReport-Line
             write RequisitionReport-Line
             move WS-OpenCount to WS-Count-Disp
             move WS-ClosedCount to WS-Count-Disp2
             move WS-OrderedCount to WS-Count-Disp3
             move spaces to RequisitionReport-Line
             string "open lines " function trim(WS-Count-Disp)
               ", closed this run " function trim(WS-Count-Disp2)
               ", pick orders " function trim(WS-Count-Disp3)
               delimited by size into RequisitionReport-Line
             write RequisitionReport-Line
             close RequisitionReport
           .

      *    the pick orders of the badge group just listed.
           write-group-orders.
             if WS-Last-Group = 99999999
               exit paragraph
             end-if
             perform varying WS-p from 1 by 1 until WS-p > WS-PickCount
               if WS-Pk-Group(WS-p) = WS-Last-Group
                 move WS-Pk-Lines(WS-p) to WS-Count-Disp
                 move spaces to RequisitionReport-Line
                 if WS-Pk-Crate(WS-p) not = space
                   string "  order " WS-Pk-No(WS-p) " for "
                     function trim(WS-Count-Disp) " line(s): crate "
                     WS-Pk-Crate(WS-p) " priority "
                     WS-Pk-Priority(WS-p) "  can fill: "
                     function trim(WS-Pk-Candidates(WS-p))
                     delimited by size into RequisitionReport-Line
                 else
                   string "  order " WS-Pk-No(WS-p) " for "
                     function trim(WS-Count-Disp) " line(s): "
                     "UNFILLED - " function trim(WS-Pk-Why(WS-p))
                     delimited by size into RequisitionReport-Line
                 end-if
                 write RequisitionReport-Line
               end-if
             end-perform
           .

           write-unfilled-report.
             open output UnfilledReport
             move spaces to UnfilledReport-Line
             string "requisitions the yard cannot fill, run "
               WS-TodayDate delimited by size into UnfilledReport-Line
             write UnfilledReport-Line
             perform varying WS-p from 1 by 1 until WS-p > WS-PickCount
               if WS-Pk-Crate(WS-p) = space
                 move WS-Pk-Lines(WS-p) to WS-Count-Disp
                 move spaces to UnfilledReport-Line
                 string "  badge group " WS-Pk-Group(WS-p) "  "
                   WS-Pk-Contents(WS-p) " for "
                   function trim(WS-Count-Disp) " line(s) - "
                   function trim(WS-Pk-Why(WS-p))
                   delimited by size into UnfilledReport-Line
                 write UnfilledReport-Line
               end-if
             end-perform
             perform varying WS-r from 1 by 1 until WS-r > WS-ReqCount
               if WS-Rq-Status(WS-r) = "OPEN"
                  and WS-Rq-Contents(WS-r) = spaces
                 add 1 to WS-UnfilledCount
                 move spaces to UnfilledReport-Line
                 string "  badge group " WS-Rq-Group(WS-r) "  line "
                   WS-Rq-LineNo(WS-r) " item " WS-Rq-Item(WS-r) " "
                   function trim(WS-Rq-Class(WS-r))
                   " - no contents code mapped"
                   delimited by size into UnfilledReport-Line
                 write UnfilledReport-Line
               end-if
             end-perform
             if WS-UnfilledCount = 0
               move "  (none - every open requisition is ordered)"
                 to UnfilledReport-Line
               write UnfilledReport-Line
             end-if
             close UnfilledReport
           .

           copy "numvalp.cpy".
