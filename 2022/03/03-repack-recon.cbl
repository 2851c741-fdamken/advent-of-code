      *    stage REJECT exception rows
      *    (staging-repack-exceptions.txt) for the consolidator to
      *    merge like any other.
      *    where Day-03-Station-Alloc has split the instructions into
      *    work orders (day03-work-orders.txt), each instruction is
      *    tied to the station it was given to: a confirmation from
      *    any other station is still applied but reported, and the
      *    aging report shows which station owes the outstanding
      *    ones.
      *    a confirmation for a rucksack on requisition-register.txt
      *    and not among the instructions is the repack of a
      *    requisitioned shortage; Day-03-Requisition closes those,
      *    so they are passed over here without complaint.
       environment division.
           input-output section.
             file-control.
                 assign to "repack-outstanding.txt"
                 organization is line sequential
                 file status is WS-Outstanding-Status.
               select WorkOrders assign to "day03-work-orders.txt"
                 organization is line sequential
                 file status is WS-WorkOrder-Status.
               select RequisitionRegister
                 assign to "requisition-register.txt"
                 organization is line sequential
                 file status is WS-Register-Status.
               select AgingReport
                 assign to "day03-repack-aging.txt"
                 organization is line sequential.
                01 Confirmations-Line pic X(40).
             fd Outstanding.
                01 Outstanding-Line pic X(40).
             fd WorkOrders.
                01 WorkOrders-Line pic X(170).
             fd RequisitionRegister.
                01 RequisitionRegister-Line pic X(80).
             fd AgingReport.
                01 AgingReport-Line pic X(80).
             fd ExceptionStaging.
             88 WS-Outstanding-OK    value "00".
             88 WS-Outstanding-Error value "30" thru "99".
             01 WS-Staging-Status pic XX.
             01 WS-WorkOrder-Status pic XX.
             88 WS-WorkOrder-OK    value "00".
             88 WS-WorkOrder-Error value "30" thru "99".
             01 WS-Register-Status pic XX.
             88 WS-Register-OK    value "00".
             88 WS-Register-Error value "30" thru "99".
             01 WS-EOF pic 9 value zero.
             01 WS-TodayDate pic X(10).
             01 WS-CurrentDate pic X(8).
             01 WS-Today-Int pic 9(08).
             01 WS-Run-Id pic X(15).
      *      the base camp this run is for (Site-Context: AOC_SITE,
      *      else the home camp), stamped on staged rows.
             01 WS-Site-Mode pic X(1) value "C".
             01 WS-Site-Code pic X(6).
             01 WS-Site-Path pic X(100).
             01 WS-Processing-Year pic X(4) value "2022".
             01 WS-Confirm-Record.
                05 WS-Conf-LineNo      pic X(8).
                   10 WS-OutT-Since  pic X(10).
                   10 WS-OutT-Done   pic 9.
             01 WS-o pic 9(04).
      *      the station each instruction was allocated to, by
      *      rucksack line number, from the work orders.
             01 WS-AllocCount pic 9(04) value zero.
             01 WS-Alloc-Table.
                05 WS-Alloc-Entry occurs 0 to 5000 times
                     depending on WS-AllocCount.
                   10 WS-AllocT-LineNo  pic 9(8).
                   10 WS-AllocT-Station pic X(4).
             01 WS-a pic 9(04).
      *      rucksack line numbers with a requisition raised.
             01 WS-ReqCount pic 9(04) value zero.
             01 WS-Req-Table.
                05 WS-Req-LineNo occurs 0 to 5000 times
                     depending on WS-ReqCount pic 9(8).
             01 WS-q pic 9(04).
             01 WS-Alloc-Station pic X(4).
             01 WS-WrongStationCount pic 9(04) value zero.
             01 WS-LineNo pic 9(8).
             01 WS-DoneCount    pic 9(04) value zero.
             01 WS-FailedCount  pic 9(04) value zero.
                05 FILLER        pic X(7) value "  age  ".
                05 WS-Age-Count  pic Z(4)9.
                05 FILLER        pic X(7) value " day(s)".
                05 FILLER        pic X(10) value "  station ".
                05 WS-Age-Station pic X(4).
       procedure division.
           move function current-date(1:8) to WS-CurrentDate
           string WS-CurrentDate(1:4) "-" WS-CurrentDate(5:2) "-"
             string "R" function current-date(1:14)
               delimited by size into WS-Run-Id
           end-if
           call "Site-Context" using WS-Site-Mode WS-Site-Code
             WS-Site-Path
           perform load-outstanding
           perform load-work-orders
           perform load-requisition-lines
           perform absorb-issued-instructions
           perform apply-confirmations
           perform rewrite-outstanding
             WS-FailedCount " failed, " WS-RefusedCount
             " refused, " WS-StillOutCount
             " still outstanding - see day03-repack-aging.txt"
           if WS-WrongStationCount > 0
             display WS-WrongStationCount " confirmation(s) came "
               "from a station other than the one allocated"
           end-if
           if WS-FailedCount > 0 or WS-RefusedCount > 0
             move 4 to return-code
           end-if
             move zero to WS-EOF
           .

      *    work-order rows are the station id, a space, then the
      *    instruction as Day-03c issued it.
           load-work-orders.
             open input WorkOrders
             if WS-WorkOrder-Error
               exit paragraph
             end-if
             perform until WS-EOF = 1
               read WorkOrders
                 at end move 1 to WS-EOF
                 not at end
                   move WorkOrders-Line(6:8) to WS-Numval-Input
                   perform validate-numeric-field
                   if WS-Numval-Is-Valid and WS-AllocCount < 5000
                     add 1 to WS-AllocCount
                     move WS-Numval-Result
                       to WS-AllocT-LineNo(WS-AllocCount)
                     move WorkOrders-Line(1:4)
                       to WS-AllocT-Station(WS-AllocCount)
                   end-if
               end-read
             end-perform
             close WorkOrders
             move zero to WS-EOF
           .

           load-requisition-lines.
             open input RequisitionRegister
             if WS-Register-Error
               exit paragraph
             end-if
             perform until WS-EOF = 1
               read RequisitionRegister
                 at end move 1 to WS-EOF
                 not at end
                   if RequisitionRegister-Line(1:8) numeric
                      and WS-ReqCount < 5000
                     add 1 to WS-ReqCount
                     move RequisitionRegister-Line(1:8)
                       to WS-Req-LineNo(WS-ReqCount)
                   end-if
               end-read
             end-perform
             close RequisitionRegister
             move zero to WS-EOF
           .

           find-allocated-station.
             move spaces to WS-Alloc-Station
             perform varying WS-a from 1 by 1
                     until WS-a > WS-AllocCount
               if WS-AllocT-LineNo(WS-a) = WS-LineNo
                 move WS-AllocT-Station(WS-a) to WS-Alloc-Station
                 exit paragraph
               end-if
             end-perform
           .

      *    an instruction already carried as outstanding keeps its
      *    original first-seen date - that is what the aging is.
           absorb-issued-instructions.
               if WS-OutT-LineNo(WS-o) = WS-LineNo
                  and WS-OutT-Done(WS-o) = 0
                 move 1 to WS-OutT-Done(WS-o)
                 perform find-allocated-station
                 if WS-Alloc-Station not = spaces
                    and WS-Conf-Station not = WS-Alloc-Station
                   add 1 to WS-WrongStationCount
                   display "line " WS-LineNo " confirmed by station "
                     WS-Conf-Station " but allocated to "
                     WS-Alloc-Station
                 end-if
                 evaluate function upper-case(
                     WS-Conf-Disposition)
                   when "DONE"
                 exit paragraph
               end-if
             end-perform
             perform varying WS-q from 1 by 1
                     until WS-q > WS-ReqCount
               if WS-Req-LineNo(WS-q) = WS-LineNo
                 exit paragraph
               end-if
             end-perform
             display "confirmation for line " WS-LineNo
               " matches no issued instruction - ignored"
           .
             move "REJECT" to WS-ExceptionLedger-Severity
             move WS-Confirm-Record(1:21)
               to WS-ExceptionLedger-Record
             move WS-Site-Code to WS-ExceptionLedger-Site
             move WS-ExceptionLedger-Line to ExceptionStaging-Line
             write ExceptionStaging-Line
             close ExceptionStaging
                 compute WS-Age-Days =
                   WS-Today-Int - WS-Since-Int
                 move WS-Age-Days to WS-Age-Count
                 move WS-OutT-LineNo(WS-o) to WS-LineNo
                 perform find-allocated-station
                 move WS-Alloc-Station to WS-Age-Station
                 move WS-Aging-Row to AgingReport-Line
                 write AgingReport-Line
               end-if
