       identification division.
           program-id. Day-03-Station-Alloc.
      *    day03c-repack.txt used to go to the packing floor as one
      *    undivided list and the stations fought over it. this run
      *    splits the night's repack instructions into per-station
      *    work orders from the packing-station master
      *    (packing-stations.txt, one row per station: station id,
      *    shift, instructions per hour, and the item classes it may
      *    handle - a comma list of item-classes.txt class names, or
      *    ALL). an item not on item-classes.txt is class GENERAL.
      *    each instruction goes, in the weight order Day-03c wrote
      *    them, to the station allowed to handle its item class that
      *    would finish it soonest (its work so far plus this one,
      *    divided by its hourly rate; the earlier station on the
      *    master on a tie), so the load evens out by station speed
      *    rather than by count. run with a shift name as the
      *    parameter only that shift's stations take work.
      *    output:
      *      day03-work-orders.txt  one row per instruction, grouped
      *                             by station: the station id, then
      *                             the instruction exactly as issued
      *                             - Day-03-Repack-Recon ties the
      *                             confirmations back by it
      *      day03-station-load.txt instructions and hours per
      *                             station
      *      day03-unallocated.txt  instructions no station may take,
      *                             item class first; each is also
      *                             staged DEGRADE to
      *                             staging-repack-exceptions.txt and
      *                             the run ends rc 4.
       environment division.
           input-output section.
             file-control.
               select RepackFile assign to "day03c-repack.txt"
                 organization is line sequential
                 file status is WS-Repack-Status.
               select ItemClasses assign to "item-classes.txt"
                 organization is line sequential
                 file status is WS-Classes-Status.
               select StationMaster assign to "packing-stations.txt"
                 organization is line sequential
                 file status is WS-Station-Status.
               select WorkOrders assign to "day03-work-orders.txt"
                 organization is line sequential.
               select StationLoad assign to "day03-station-load.txt"
                 organization is line sequential.
               select Unallocated assign to "day03-unallocated.txt"
                 organization is line sequential.
               select ExceptionStaging
                 assign to "staging-repack-exceptions.txt"
                 organization is line sequential
                 file status is WS-Staging-Status.
       data division.
           file section.
             fd RepackFile.
                01 RepackFile-Line pic X(160).
             fd ItemClasses.
                01 ItemClasses-Line pic X(20).
             fd StationMaster.
                01 StationMaster-Line pic X(100).
             fd WorkOrders.
                01 WorkOrders-Line pic X(170).
             fd StationLoad.
                01 StationLoad-Line pic X(80).
             fd Unallocated.
                01 Unallocated-Line pic X(180).
             fd ExceptionStaging.
                01 ExceptionStaging-Line pic X(180).
           working-storage section.
             copy "exceplg.cpy".
             copy "numval.cpy".
             01 WS-Repack-Status pic XX.
             88 WS-Repack-OK    value "00".
             88 WS-Repack-Error value "30" thru "99".
             01 WS-Classes-Status pic XX.
             88 WS-Classes-OK    value "00".
             88 WS-Classes-Error value "30" thru "99".
             01 WS-Station-Status pic XX.
             88 WS-Station-OK    value "00".
             88 WS-Station-Error value "30" thru "99".
             01 WS-Staging-Status pic XX.
             01 WS-EOF pic 9 value zero.
             01 WS-TodayDate pic X(10).
             01 WS-CurrentDate pic X(8).
             01 WS-Run-Id pic X(15).
      *      the base camp this run is for (Site-Context: AOC_SITE,
      *      else the home camp), stamped on staged rows.
             01 WS-Site-Mode pic X(1) value "C".
             01 WS-Site-Code pic X(6).
             01 WS-Site-Path pic X(100).
             01 WS-Processing-Year pic X(4) value "2022".
             01 WS-Param-Line pic X(40).
             01 WS-Shift-Param pic X(5).
      *      item class names by the same 1-52 priority mapping
      *      Day-03c uses (a-z 1-26, A-Z 27-52).
             01 WS-Alphabet pic X(52) value
                "abcdefghijklmnopqrstuvwxyzABCDEFGHIJKLMNOPQRSTUVWXYZ".
             01 WS-Class-Record.
                05 WS-Class-Char   pic X(1).
                05 FILLER          pic X(1).
                05 WS-Class-Weight pic X(3).
                05 FILLER          pic X(1).
                05 WS-Class-Name   pic X(10).
             01 WS-ItemClass-Table.
                05 WS-ItemClass-Name pic X(10) occurs 52 times.
             01 WS-Prio pic 9(02).
             01 WS-Item pic X(1).
             01 WS-Item-Class pic X(10).
             01 WS-Station-Record.
                05 WS-Stn-Id      pic X(4).
                05 FILLER         pic X(1).
                05 WS-Stn-Shift   pic X(5).
                05 FILLER         pic X(1).
                05 WS-Stn-Rate    pic X(3).
                05 FILLER         pic X(1).
                05 WS-Stn-Classes pic X(80).
      *      the stations on the master, whether they are on tonight's
      *      shift, and the work given them so far.
             01 WS-StationCount pic 9(02) value zero.
             01 WS-Station-Table.
                05 WS-Station occurs 50 times.
                   10 WS-StnT-Id      pic X(4).
                   10 WS-StnT-Shift   pic X(5).
                   10 WS-StnT-Rate    pic 9(03).
                   10 WS-StnT-Classes pic X(82).
                   10 WS-StnT-OnShift pic 9.
                   10 WS-StnT-Count   pic 9(05).
             01 WS-s pic 9(02).
             01 WS-Best pic 9(02).
             01 WS-Load     pic 9(05)v9(04).
             01 WS-BestLoad pic 9(05)v9(04).
             01 WS-Class-Key pic X(12).
             01 WS-Class-KeyLen pic 9(02).
             01 WS-Class-Hits pic 9(02).
             01 WS-ActiveCount pic 9(02) value zero.
      *      every instruction read and the station it went to
      *      (zero when none may take it).
             01 WS-InstrCount pic 9(04) value zero.
             01 WS-InstrOverflow pic 9(04) value zero.
             01 WS-Instr-Table.
                05 WS-Instr occurs 0 to 5000 times
                     depending on WS-InstrCount.
                   10 WS-Instr-Line    pic X(160).
                   10 WS-Instr-Station pic 9(02).
             01 WS-i pic 9(04).
             01 WS-AllocCount   pic 9(04) value zero.
             01 WS-UnallocCount pic 9(04) value zero.
             01 WS-WorkOrder-Row.
                05 WS-WO-Station pic X(4).
                05 FILLER        pic X(1) value space.
                05 WS-WO-Line    pic X(160).
             01 WS-Unalloc-Row.
                05 WS-UA-Class pic X(10).
                05 FILLER      pic X(1) value space.
                05 WS-UA-Line  pic X(140).
             01 WS-Hours pic 9(04)v99.
             01 WS-Load-Row.
                05 WS-LR-Id     pic X(4).
                05 FILLER       pic X(1) value space.
                05 WS-LR-Shift  pic X(5).
                05 FILLER       pic X(1) value space.
                05 WS-LR-Rate   pic ZZ9.
                05 FILLER       pic X(4) value "/h  ".
                05 WS-LR-Count  pic Z(4)9.
                05 FILLER       pic X(17)
                   value " instruction(s)  ".
                05 WS-LR-Hours  pic Z(3)9.99.
                05 FILLER       pic X(2) value " h".
                05 WS-LR-Note   pic X(12).
       procedure division.
           move function current-date(1:8) to WS-CurrentDate
           string WS-CurrentDate(1:4) "-" WS-CurrentDate(5:2) "-"
                  WS-CurrentDate(7:2)
             delimited by size into WS-TodayDate
           accept WS-Processing-Year from environment "AOC_YEAR"
             on exception move "2022" to WS-Processing-Year
           end-accept
           if WS-Processing-Year = spaces
             move "2022" to WS-Processing-Year
           end-if
           accept WS-Run-Id from environment "AOC_RUN_ID"
             on exception move spaces to WS-Run-Id
           end-accept
           if WS-Run-Id = spaces
             string "R" function current-date(1:14)
               delimited by size into WS-Run-Id
           end-if
           call "Site-Context" using WS-Site-Mode WS-Site-Code
             WS-Site-Path
           accept WS-Param-Line from command-line
           move function upper-case(WS-Param-Line(1:5))
             to WS-Shift-Param
           perform load-item-classes
           perform load-stations
           if WS-ActiveCount = 0
             display "Day-03-Station-Alloc: no usable packing "
               "station on packing-stations.txt for this shift - "
               "nothing allocated"
             move 8 to return-code
             goback
           end-if
           perform allocate-instructions
           if WS-InstrCount = 0
             display "Day-03-Station-Alloc: no repack instructions "
               "on day03c-repack.txt - nothing to allocate"
             goback
           end-if
           perform write-work-orders
           perform write-station-load
           perform write-unallocated
           display WS-AllocCount " repack instruction(s) allocated "
             "to " WS-ActiveCount " station(s), " WS-UnallocCount
             " unallocated - see day03-work-orders.txt"
           if WS-InstrOverflow > 0
             display WS-InstrOverflow " instruction(s) past 5000 "
               "not allocated this run"
           end-if
           if WS-UnallocCount > 0 or WS-InstrOverflow > 0
             move 4 to return-code
           end-if
           goback.

           load-item-classes.
             perform varying WS-Prio from 1 by 1 until WS-Prio > 52
               move "GENERAL" to WS-ItemClass-Name(WS-Prio)
             end-perform
             open input ItemClasses
             if WS-Classes-Error
               exit paragraph
             end-if
             move zero to WS-EOF
             perform until WS-EOF = 1
               read ItemClasses into WS-Class-Record
                 at end move 1 to WS-EOF
                 not at end
                   move WS-Class-Char to WS-Item
                   perform compute-item-prio
                   if WS-Prio > 0 and WS-Class-Name not = spaces
                     move function upper-case(WS-Class-Name)
                       to WS-ItemClass-Name(WS-Prio)
                   end-if
               end-read
             end-perform
             close ItemClasses
             move zero to WS-EOF
           .

      *    zero for a character outside a-z/A-Z.
           compute-item-prio.
             perform varying WS-Prio from 1 by 1 until WS-Prio > 52
               if WS-Alphabet(WS-Prio:1) = WS-Item
                 exit paragraph
               end-if
             end-perform
             move 0 to WS-Prio
           .

      *    the class list is held wrapped in commas so a class is
      *    matched whole - ROPE never matches inside TENTROPE.
           load-stations.
             open input StationMaster
             if WS-Station-Error
               display "Day-03-Station-Alloc: no packing-stations.txt"
               exit paragraph
             end-if
             move zero to WS-EOF
             perform until WS-EOF = 1
               read StationMaster into WS-Station-Record
                 at end move 1 to WS-EOF
                 not at end perform load-one-station
               end-read
             end-perform
             close StationMaster
             move zero to WS-EOF
           .

           load-one-station.
             if WS-Stn-Id = spaces
               exit paragraph
             end-if
             move WS-Stn-Rate to WS-Numval-Input
             perform validate-numeric-field
             if WS-Numval-Is-Invalid or WS-Numval-Result = 0
               display "station " WS-Stn-Id " has no usable rate '"
                 WS-Stn-Rate "' - left off the allocation"
               exit paragraph
             end-if
             if WS-StationCount >= 50
               display "more than 50 packing stations - station "
                 WS-Stn-Id " left off the allocation"
               exit paragraph
             end-if
             add 1 to WS-StationCount
             move WS-Stn-Id to WS-StnT-Id(WS-StationCount)
             move function upper-case(WS-Stn-Shift)
               to WS-StnT-Shift(WS-StationCount)
             move WS-Numval-Result to WS-StnT-Rate(WS-StationCount)
             move spaces to WS-StnT-Classes(WS-StationCount)
             string "," function upper-case(
                 function trim(WS-Stn-Classes)) ","
               delimited by size
               into WS-StnT-Classes(WS-StationCount)
             move zero to WS-StnT-Count(WS-StationCount)
             move 1 to WS-StnT-OnShift(WS-StationCount)
             if WS-Shift-Param not = spaces
                and WS-StnT-Shift(WS-StationCount) not = WS-Shift-Param
               move 0 to WS-StnT-OnShift(WS-StationCount)
             else
               add 1 to WS-ActiveCount
             end-if
           .

           allocate-instructions.
             open input RepackFile
             if WS-Repack-Error
               exit paragraph
             end-if
             perform until WS-EOF = 1
               read RepackFile
                 at end move 1 to WS-EOF
                 not at end
                   if RepackFile-Line not = spaces
                     perform allocate-one-instruction
                   end-if
               end-read
             end-perform
             close RepackFile
             move zero to WS-EOF
           .

      *    the item is column 10 of Day-03c's instruction row.
           allocate-one-instruction.
             if WS-InstrCount >= 5000
               add 1 to WS-InstrOverflow
               exit paragraph
             end-if
             add 1 to WS-InstrCount
             move RepackFile-Line to WS-Instr-Line(WS-InstrCount)
             move RepackFile-Line(10:1) to WS-Item
             perform compute-item-prio
             if WS-Prio = 0
               move "GENERAL" to WS-Item-Class
             else
               move WS-ItemClass-Name(WS-Prio) to WS-Item-Class
             end-if
             move spaces to WS-Class-Key
             string "," function trim(WS-Item-Class) ","
               delimited by size into WS-Class-Key
             compute WS-Class-KeyLen =
               function length(function trim(WS-Item-Class)) + 2
             move 0 to WS-Best
             perform varying WS-s from 1 by 1
                     until WS-s > WS-StationCount
               perform consider-station
             end-perform
             move WS-Best to WS-Instr-Station(WS-InstrCount)
             if WS-Best = 0
               add 1 to WS-UnallocCount
             else
               add 1 to WS-StnT-Count(WS-Best)
               add 1 to WS-AllocCount
             end-if
           .

           consider-station.
             if WS-StnT-OnShift(WS-s) = 0
               exit paragraph
             end-if
             if WS-StnT-Classes(WS-s)(1:5) not = ",ALL,"
               move zero to WS-Class-Hits
               inspect WS-StnT-Classes(WS-s) tallying WS-Class-Hits
                 for all WS-Class-Key(1:WS-Class-KeyLen)
               if WS-Class-Hits = 0
                 exit paragraph
               end-if
             end-if
             compute WS-Load rounded =
               (WS-StnT-Count(WS-s) + 1) / WS-StnT-Rate(WS-s)
             if WS-Best = 0 or WS-Load < WS-BestLoad
               move WS-s to WS-Best
               move WS-Load to WS-BestLoad
             end-if
           .

      *    grouped by station in master order; within a station the
      *    instructions keep Day-03c's heaviest-first order.
           write-work-orders.
             open output WorkOrders
             perform varying WS-s from 1 by 1
                     until WS-s > WS-StationCount
               perform varying WS-i from 1 by 1
                       until WS-i > WS-InstrCount
                 if WS-Instr-Station(WS-i) = WS-s
                   move WS-StnT-Id(WS-s) to WS-WO-Station
                   move WS-Instr-Line(WS-i) to WS-WO-Line
                   move WS-WorkOrder-Row to WorkOrders-Line
                   write WorkOrders-Line
                 end-if
               end-perform
             end-perform
             close WorkOrders
           .

           write-station-load.
             open output StationLoad
             move "packing-station load:" to StationLoad-Line
             write StationLoad-Line
             perform varying WS-s from 1 by 1
                     until WS-s > WS-StationCount
               move WS-StnT-Id(WS-s) to WS-LR-Id
               move WS-StnT-Shift(WS-s) to WS-LR-Shift
               move WS-StnT-Rate(WS-s) to WS-LR-Rate
               move WS-StnT-Count(WS-s) to WS-LR-Count
               compute WS-Hours rounded =
                 WS-StnT-Count(WS-s) / WS-StnT-Rate(WS-s)
               move WS-Hours to WS-LR-Hours
               if WS-StnT-OnShift(WS-s) = 0
                 move "  off shift" to WS-LR-Note
               else
                 move spaces to WS-LR-Note
               end-if
               move WS-Load-Row to StationLoad-Line
               write StationLoad-Line
             end-perform
             close StationLoad
           .

           write-unallocated.
             open output Unallocated
             perform varying WS-i from 1 by 1
                     until WS-i > WS-InstrCount
               if WS-Instr-Station(WS-i) = 0
                 move WS-Instr-Line(WS-i)(10:1) to WS-Item
                 perform compute-item-prio
                 if WS-Prio = 0
                   move "GENERAL" to WS-UA-Class
                 else
                   move WS-ItemClass-Name(WS-Prio) to WS-UA-Class
                 end-if
                 move WS-Instr-Line(WS-i) to WS-UA-Line
                 move WS-Unalloc-Row to Unallocated-Line
                 write Unallocated-Line
                 perform stage-unallocated
               end-if
             end-perform
             close Unallocated
           .

           stage-unallocated.
             open extend ExceptionStaging
             if WS-Staging-Status = "35"
               open output ExceptionStaging
             end-if
             move spaces to WS-ExceptionLedger-Line
             move WS-Processing-Year to WS-ExceptionLedger-Year
             move "03" to WS-ExceptionLedger-Day
             move "Day-03Allc" to WS-ExceptionLedger-Program
             move WS-Instr-Line(WS-i)(1:8) to WS-Numval-Input
             perform validate-numeric-field
             if WS-Numval-Is-Valid
               move WS-Numval-Result to WS-ExceptionLedger-LineNo
             else
               move zero to WS-ExceptionLedger-LineNo
             end-if
             move spaces to WS-ExceptionLedger-Reason
             string "no packing station for "
               function trim(WS-UA-Class)
               delimited by size into WS-ExceptionLedger-Reason
             move WS-TodayDate to WS-ExceptionLedger-Date
             move WS-Run-Id to WS-ExceptionLedger-RunId
             move "DEGRADE" to WS-ExceptionLedger-Severity
             move WS-Instr-Line(WS-i)(1:60)
               to WS-ExceptionLedger-Record
             move WS-Site-Code to WS-ExceptionLedger-Site
             move WS-ExceptionLedger-Line to ExceptionStaging-Line
             write ExceptionStaging-Line
             close ExceptionStaging
           .

           copy "numvalp.cpy".
