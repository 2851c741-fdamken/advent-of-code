       identification division.
           program-id. Day-05-Count-Entry.
      *    count-sheet entry for the weekly yard stocktake: the
      *    counters walk the yard with the sheets and what they saw
      *    is keyed here, one sighting per row, into
      *    day05-stock-count.txt - stack, level (1 = bottom), the
      *    crate letter seen, the date and the operator who keyed it.
      *    Day-05-Stocktake then compares the file against the
      *    crane's final stacks. five modes from the command line:
      *      NEW                          start a fresh count sheet
      *      ADD <stack> <level> <crate>  record one sighting
      *      EMPTY <stack>                record a stack seen empty
      *      DROP <stack> <level>         withdraw one (level 0 for
      *                                   an EMPTY row)
      *      LIST [stack]                 show the sheet
      *    a stack with no row at all has not been counted and is
      *    left out of the variance run - which is why a stack seen
      *    empty needs its EMPTY row. a level already keyed, or a
      *    crate on a stack marked EMPTY, is refused - drop the row
      *    first. every session fronts with Operator-Signon and every
      *    accepted change is journalled, per shop policy for
      *    anything that rewrites a shared file.
       environment division.
           input-output section.
             file-control.
               select CountSheet
                 assign to "day05-stock-count.txt"
                 organization is line sequential
                 file status is WS-Count-Status.
       data division.
           file section.
             fd CountSheet.
                01 CountSheet-Line pic X(40).
           working-storage section.
             copy "numval.cpy".
             01 WS-Count-Status pic XX.
             88 WS-Count-OK    value "00".
             88 WS-Count-Error value "30" thru "99".
             01 WS-EOF pic 9 value zero.
             01 WS-Count-Record.
                05 WS-CRec-Stack    pic 9(03).
                05 FILLER           pic X(1) value space.
                05 WS-CRec-Level    pic 9(03).
                05 FILLER           pic X(1) value space.
                05 WS-CRec-Crate    pic X(1).
                05 FILLER           pic X(1) value space.
                05 WS-CRec-Date     pic X(10).
                05 FILLER           pic X(1) value space.
                05 WS-CRec-Operator pic X(3).
             01 WS-SightCount pic 9(04) value zero.
             01 WS-Sight-Table.
                05 WS-Sight occurs 0 to 5000 times
                     depending on WS-SightCount.
                   10 WS-Sgt-Stack    pic 9(03).
                   10 WS-Sgt-Level    pic 9(03).
                   10 WS-Sgt-Crate    pic X(1).
                   10 WS-Sgt-Date     pic X(10).
                   10 WS-Sgt-Operator pic X(3).
             01 WS-r pic 9(04).
             01 WS-Found pic 9.
             01 WS-Listed pic 9(04).
             01 WS-Param-Line pic X(80).
             01 WS-Mode      pic X(8).
             01 WS-Arg-Stack pic X(8).
             01 WS-Arg-Level pic X(8).
             01 WS-Arg-Crate pic X(8).
             01 WS-Stack pic 9(03).
             01 WS-Level pic 9(03).
             01 WS-Crate pic X(1).
             01 WS-TodayDate pic X(10).
             01 WS-CurrentDate pic X(8).
      *      lock handshake with Lock-Manager - a change holds
      *      day05-stock-count.txt exclusively while it rewrites.
             01 WS-Lock-Mode     pic X(1).
             01 WS-Lock-Resource pic X(30)
                value "day05-stock-count.txt".
             01 WS-Lock-Share    pic X(1).
             01 WS-Lock-Program  pic X(20)
                value "Day-05-Count-Entry".
             01 WS-Lock-Result   pic X(1).
             01 WS-Lock-Holder   pic X(60).
      *      operator identity from Operator-Signon.
             01 WS-Signon-Mode    pic X(1).
             01 WS-Signon-Program pic X(20)
                value "Day-05-Count-Entry".
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
           move spaces to WS-Arg-Stack
           move spaces to WS-Arg-Level
           move spaces to WS-Arg-Crate
           unstring WS-Param-Line delimited by all space
             into WS-Mode WS-Arg-Stack WS-Arg-Level WS-Arg-Crate
           end-unstring
           move function upper-case(WS-Mode) to WS-Mode
           move "S" to WS-Signon-Mode
           call "Operator-Signon" using WS-Signon-Mode
             WS-Signon-Program WS-Operator-Id WS-Operator-Name
             WS-Operator-Level WS-Signon-Action WS-Signon-Found
           if WS-Signon-Found not = "Y"
             goback
           end-if
           perform load-count-sheet
           evaluate WS-Mode
             when "NEW"   perform start-new-sheet
             when "ADD"   perform add-sighting
             when "EMPTY" perform add-empty-stack
             when "DROP"  perform drop-sighting
             when "LIST"  perform list-count-sheet
             when other
               display "Day-05-Count-Entry: usage is NEW, ADD "
                 "<stack> <level> <crate>, EMPTY <stack>, DROP "
                 "<stack> <level> or LIST [stack]"
           end-evaluate
           goback.

           start-new-sheet.
             move zero to WS-SightCount
             perform rewrite-count-sheet
             if WS-Lock-Result not = "Y"
               exit paragraph
             end-if
             display "count sheet cleared - ready for a new count"
             move "NEW count sheet" to WS-Signon-Action
             perform journal-change
           .

           add-sighting.
             perform read-stack-argument
             if WS-Stack = 0
               exit paragraph
             end-if
             move WS-Arg-Level to WS-Numval-Input
             perform validate-numeric-field
             if WS-Numval-Is-Invalid or WS-Numval-Result < 1
                or WS-Numval-Result > 200
               display "ADD needs a level from 1 (bottom) to 200, "
                 "got '" function trim(WS-Arg-Level) "'"
               exit paragraph
             end-if
             move WS-Numval-Result to WS-Level
             move function upper-case(WS-Arg-Crate(1:1)) to WS-Crate
             if WS-Crate not alphabetic or WS-Crate = space
                or WS-Arg-Crate(2:) not = spaces
               display "ADD needs one crate letter A-Z, got '"
                 function trim(WS-Arg-Crate) "'"
               exit paragraph
             end-if
             perform varying WS-r from 1 by 1
                     until WS-r > WS-SightCount
               if WS-Sgt-Stack(WS-r) = WS-Stack
                 if WS-Sgt-Level(WS-r) = WS-Level
                   display "stack " WS-Stack " level " WS-Level
                     " is already counted as " WS-Sgt-Crate(WS-r)
                     " - drop that row first"
                   exit paragraph
                 end-if
                 if WS-Sgt-Level(WS-r) = 0
                   display "stack " WS-Stack " is counted EMPTY - "
                     "drop that row first"
                   exit paragraph
                 end-if
               end-if
             end-perform
             perform append-sighting
             if WS-Lock-Result not = "Y"
               exit paragraph
             end-if
             display "stack " WS-Stack " level " WS-Level ": crate "
               WS-Crate
             move spaces to WS-Signon-Action
             string "ADD " WS-Stack " " WS-Level " " WS-Crate
               delimited by size into WS-Signon-Action
             perform journal-change
           .

           add-empty-stack.
             perform read-stack-argument
             if WS-Stack = 0
               exit paragraph
             end-if
             perform varying WS-r from 1 by 1
                     until WS-r > WS-SightCount
               if WS-Sgt-Stack(WS-r) = WS-Stack
                 display "stack " WS-Stack " already has counted "
                   "rows - drop them before marking it EMPTY"
                 exit paragraph
               end-if
             end-perform
             move zero to WS-Level
             move "-" to WS-Crate
             perform append-sighting
             if WS-Lock-Result not = "Y"
               exit paragraph
             end-if
             display "stack " WS-Stack " counted empty"
             move spaces to WS-Signon-Action
             string "EMPTY " WS-Stack
               delimited by size into WS-Signon-Action
             perform journal-change
           .

           drop-sighting.
             perform read-stack-argument
             if WS-Stack = 0
               exit paragraph
             end-if
             move WS-Arg-Level to WS-Numval-Input
             perform validate-numeric-field
             if WS-Numval-Is-Invalid or WS-Numval-Result > 200
               display "DROP needs a level (0 for an EMPTY row), "
                 "got '" function trim(WS-Arg-Level) "'"
               exit paragraph
             end-if
             move WS-Numval-Result to WS-Level
             move 0 to WS-Found
             perform varying WS-r from 1 by 1
                     until WS-r > WS-SightCount
               if WS-Sgt-Stack(WS-r) = WS-Stack
                  and WS-Sgt-Level(WS-r) = WS-Level
                 move 1 to WS-Found
                 exit perform
               end-if
             end-perform
             if WS-Found = 0
               display "nothing counted at stack " WS-Stack " level "
                 WS-Level " - nothing dropped"
               exit paragraph
             end-if
             perform varying WS-r from WS-r by 1
                     until WS-r >= WS-SightCount
               move WS-Sight(WS-r + 1) to WS-Sight(WS-r)
             end-perform
             subtract 1 from WS-SightCount
             perform rewrite-count-sheet
             if WS-Lock-Result not = "Y"
               exit paragraph
             end-if
             display "stack " WS-Stack " level " WS-Level " dropped"
             move spaces to WS-Signon-Action
             string "DROP " WS-Stack " " WS-Level
               delimited by size into WS-Signon-Action
             perform journal-change
           .

           list-count-sheet.
             move zero to WS-Stack
             if WS-Arg-Stack not = spaces
               perform read-stack-argument
               if WS-Stack = 0
                 exit paragraph
               end-if
             end-if
             move zero to WS-Listed
             perform varying WS-r from 1 by 1
                     until WS-r > WS-SightCount
               if WS-Stack = 0 or WS-Sgt-Stack(WS-r) = WS-Stack
                 add 1 to WS-Listed
                 if WS-Sgt-Level(WS-r) = 0
                   display "  stack " WS-Sgt-Stack(WS-r)
                     "  EMPTY      " WS-Sgt-Date(WS-r) " "
                     WS-Sgt-Operator(WS-r)
                 else
                   display "  stack " WS-Sgt-Stack(WS-r) "  level "
                     WS-Sgt-Level(WS-r) "  " WS-Sgt-Crate(WS-r) "  "
                     WS-Sgt-Date(WS-r) " " WS-Sgt-Operator(WS-r)
                 end-if
               end-if
             end-perform
             if WS-Listed = 0
               display "nothing counted yet"
             end-if
           .

           read-stack-argument.
             move zero to WS-Stack
             move WS-Arg-Stack to WS-Numval-Input
             perform validate-numeric-field
             if WS-Numval-Is-Invalid or WS-Numval-Result < 1
                or WS-Numval-Result > 999
               display function trim(WS-Mode)
                 " needs a stack number 1-999, got '"
                 function trim(WS-Arg-Stack) "'"
               exit paragraph
             end-if
             move WS-Numval-Result to WS-Stack
           .

           append-sighting.
             if WS-SightCount >= 5000
               display "count sheet is full - nothing added"
               move "N" to WS-Lock-Result
               exit paragraph
             end-if
             add 1 to WS-SightCount
             move WS-Stack to WS-Sgt-Stack(WS-SightCount)
             move WS-Level to WS-Sgt-Level(WS-SightCount)
             move WS-Crate to WS-Sgt-Crate(WS-SightCount)
             move WS-TodayDate to WS-Sgt-Date(WS-SightCount)
             move WS-Operator-Id to WS-Sgt-Operator(WS-SightCount)
             perform rewrite-count-sheet
           .

           load-count-sheet.
             move zero to WS-SightCount
             open input CountSheet
             if WS-Count-Error
               exit paragraph
             end-if
             move zero to WS-EOF
             perform until WS-EOF = 1
               read CountSheet
                 at end move 1 to WS-EOF
                 not at end
                   if CountSheet-Line not = spaces
                      and WS-SightCount < 5000
                     move CountSheet-Line to WS-Count-Record
                     add 1 to WS-SightCount
                     move WS-CRec-Stack to WS-Sgt-Stack(WS-SightCount)
                     move WS-CRec-Level to WS-Sgt-Level(WS-SightCount)
                     move WS-CRec-Crate to WS-Sgt-Crate(WS-SightCount)
                     move WS-CRec-Date to WS-Sgt-Date(WS-SightCount)
                     move WS-CRec-Operator
                       to WS-Sgt-Operator(WS-SightCount)
                   end-if
               end-read
             end-perform
             close CountSheet
             move zero to WS-EOF
           .

           rewrite-count-sheet.
             move "A" to WS-Lock-Mode
             move "X" to WS-Lock-Share
             call "Lock-Manager" using WS-Lock-Mode
               WS-Lock-Resource WS-Lock-Share WS-Lock-Program
               WS-Operator-Id WS-Lock-Result WS-Lock-Holder
             if WS-Lock-Result not = "Y"
               display "day05-stock-count.txt is locked by "
                 function trim(WS-Lock-Holder) " - nothing changed"
               exit paragraph
             end-if
             open output CountSheet
             perform varying WS-r from 1 by 1
                     until WS-r > WS-SightCount
               move WS-Sgt-Stack(WS-r) to WS-CRec-Stack
               move WS-Sgt-Level(WS-r) to WS-CRec-Level
               move WS-Sgt-Crate(WS-r) to WS-CRec-Crate
               move WS-Sgt-Date(WS-r) to WS-CRec-Date
               move WS-Sgt-Operator(WS-r) to WS-CRec-Operator
               move WS-Count-Record to CountSheet-Line
               write CountSheet-Line
             end-perform
             close CountSheet
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

           copy "numvalp.cpy".
