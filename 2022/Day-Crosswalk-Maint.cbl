       identification division.
           program-id. Day-Crosswalk-Maint.
      *    entry program for elf-crosswalk.txt, the master that ties
      *    one elf's identities on different days together - the
      *    Day-01 roster number, the Day-03 rucksack line and the
      *    Day-04 pair and position - under the elf id
      *    personnel-master.txt already knows them by. one row per
      *    elf id. three modes from the command line:
      *      LIST                                show the crosswalk
      *      SET <id> <day01 elf> <day03 line> [name]
      *                                          add or change one elf
      *      SYNC                                refresh every elf's
      *                                          Day-04 pair, position
      *                                          and name from
      *                                          personnel-master.txt
      *    a Day-01 or Day-03 identity the elf does not have is given
      *    as 0. SET takes the Day-04 pair, position and name from
      *    personnel-master.txt whenever the elf id is on it, so the
      *    two masters cannot disagree about who sits in which pair;
      *    a name typed on the command line is used only for an elf
      *    the personnel master does not know. SYNC adds a row for
      *    any personnel-master elf not yet on the crosswalk.
      *    every session fronts with Operator-Signon and every
      *    accepted change is journalled, per shop policy for
      *    anything that rewrites a shared file.
       environment division.
           input-output section.
             file-control.
               select CrosswalkMaster
                 assign to "elf-crosswalk.txt"
                 organization is line sequential
                 file status is WS-Crosswalk-Status.
               select PersonnelMaster
                 assign to "personnel-master.txt"
                 organization is line sequential
                 file status is WS-Personnel-Status.
       data division.
           file section.
             fd CrosswalkMaster.
                01 CrosswalkMaster-Line pic X(60).
             fd PersonnelMaster.
                01 PersonnelMaster-Line pic X(60).
           working-storage section.
             copy "numval.cpy".
             copy "xwalk.cpy".
             01 WS-Crosswalk-Status pic XX.
             88 WS-Crosswalk-OK    value "00".
             88 WS-Crosswalk-Error value "30" thru "99".
             01 WS-Personnel-Status pic XX.
             88 WS-Personnel-OK    value "00".
             88 WS-Personnel-Error value "30" thru "99".
             01 WS-EOF pic 9 value zero.
             01 WS-Param-Line pic X(100).
             01 WS-Param-Ptr  pic 9(03).
             01 WS-Mode       pic X(8).
             01 WS-Arg-Id     pic X(8).
             01 WS-Arg-ElfNo  pic X(8).
             01 WS-Arg-Line   pic X(8).
             01 WS-Arg-Name   pic X(40).
             01 WS-Personnel-Record.
                05 WS-Pers-PairNo pic X(8).
                05 FILLER         pic X(1).
                05 WS-Pers-Pos    pic X(1).
                05 FILLER         pic X(1).
                05 WS-Pers-ElfId  pic X(8).
                05 FILLER         pic X(1).
                05 WS-Pers-Name   pic X(20).
      *      personnel-master.txt held by elf id, for SET and SYNC.
             01 WS-PersCount pic 9(4) value zero.
             01 WS-Pers-Table.
                05 WS-Pers-Entry occurs 4000 times.
                   10 WS-PT-ElfId  pic X(8).
                   10 WS-PT-PairNo pic 9(8).
                   10 WS-PT-Pos    pic X(1).
                   10 WS-PT-Name   pic X(20).
             01 WS-p pic 9(4).
             01 WS-Pers-Found pic 9(4).
      *      the whole crosswalk held while it is rewritten with rows
      *      changed or appended.
             01 WS-MaxRows pic 9(4) value 4000.
             01 WS-RowCount pic 9(4) value zero.
             01 WS-Row-Table.
                05 WS-Row pic X(60) occurs 4000 times.
             01 WS-r pic 9(4).
             01 WS-Found pic 9.
             01 WS-Added   pic 9(4) value zero.
             01 WS-Changed pic 9(4) value zero.
             01 WS-Added-Disp   pic Z(3)9.
             01 WS-Changed-Disp pic Z(3)9.
      *      lock handshake with Lock-Manager - a change holds
      *      elf-crosswalk.txt exclusively while it rewrites, so the
      *      profile inquiry never reads a half-written master.
             01 WS-Lock-Mode     pic X(1).
             01 WS-Lock-Resource pic X(30)
                value "elf-crosswalk.txt".
             01 WS-Lock-Share    pic X(1).
             01 WS-Lock-Program  pic X(20)
                value "Day-Crosswalk-Maint".
             01 WS-Lock-Result   pic X(1).
             01 WS-Lock-Holder   pic X(60).
      *      operator identity from Operator-Signon.
             01 WS-Signon-Mode    pic X(1).
             01 WS-Signon-Program pic X(20)
                value "Day-Crosswalk-Maint".
             01 WS-Operator-Id    pic X(3).
             01 WS-Operator-Name  pic X(30).
             01 WS-Operator-Level pic X(1).
             01 WS-Signon-Action  pic X(60).
             01 WS-Signon-Found   pic X(1).
       procedure division.
           accept WS-Param-Line from command-line
           move spaces to WS-Mode
           move spaces to WS-Arg-Id
           move spaces to WS-Arg-ElfNo
           move spaces to WS-Arg-Line
           move spaces to WS-Arg-Name
           move 1 to WS-Param-Ptr
           unstring WS-Param-Line delimited by all space
             into WS-Mode WS-Arg-Id WS-Arg-ElfNo WS-Arg-Line
             with pointer WS-Param-Ptr
           end-unstring
      *    the name is whatever follows, blanks and all.
           if WS-Param-Ptr <= function length(WS-Param-Line)
             move function trim(WS-Param-Line(WS-Param-Ptr:))
               to WS-Arg-Name
           end-if
           move function upper-case(WS-Mode) to WS-Mode
           move "S" to WS-Signon-Mode
           call "Operator-Signon" using WS-Signon-Mode
             WS-Signon-Program WS-Operator-Id WS-Operator-Name
             WS-Operator-Level WS-Signon-Action WS-Signon-Found
           if WS-Signon-Found not = "Y"
             goback
           end-if
           perform load-crosswalk-rows
           perform load-personnel-master
           evaluate WS-Mode
             when "LIST" perform list-crosswalk
             when "SET"  perform set-crosswalk
             when "SYNC" perform sync-crosswalk
             when other
               display "Day-Crosswalk-Maint: usage is LIST, SYNC or "
                 "SET <elf id> <day01 elf> <day03 line> [name]"
           end-evaluate
           goback.

           load-crosswalk-rows.
             move zero to WS-EOF
             open input CrosswalkMaster
             if WS-Crosswalk-Error
               display "no elf-crosswalk.txt yet - starting "
                 "from an empty crosswalk"
               exit paragraph
             end-if
             perform until WS-EOF = 1
               read CrosswalkMaster
                 at end move 1 to WS-EOF
                 not at end
                   if CrosswalkMaster-Line not = spaces
                      and WS-RowCount < WS-MaxRows
                     add 1 to WS-RowCount
                     move CrosswalkMaster-Line
                       to WS-Row(WS-RowCount)
                   end-if
               end-read
             end-perform
             close CrosswalkMaster
             move zero to WS-EOF
           .

           load-personnel-master.
             move zero to WS-EOF
             open input PersonnelMaster
             if WS-Personnel-Error
               exit paragraph
             end-if
             perform until WS-EOF = 1
               read PersonnelMaster into WS-Personnel-Record
                 at end move 1 to WS-EOF
                 not at end
                   if function test-numval(WS-Pers-PairNo) = zero
                      and WS-Pers-ElfId not = spaces
                      and WS-PersCount < 4000
                     add 1 to WS-PersCount
                     move WS-Pers-ElfId to WS-PT-ElfId(WS-PersCount)
                     move function numval(WS-Pers-PairNo)
                       to WS-PT-PairNo(WS-PersCount)
                     move WS-Pers-Pos to WS-PT-Pos(WS-PersCount)
                     move WS-Pers-Name to WS-PT-Name(WS-PersCount)
                   end-if
               end-read
             end-perform
             close PersonnelMaster
             move zero to WS-EOF
           .

           list-crosswalk.
             if WS-RowCount = 0
               display "the elf crosswalk is empty"
             end-if
             display "  elf id   day01    day03    day04 pair/pos"
               "  name"
             perform varying WS-r from 1 by 1
                     until WS-r > WS-RowCount
               display "  " WS-Row(WS-r)
             end-perform
           .

           set-crosswalk.
             if WS-Arg-Id = spaces
               display "SET needs an elf id"
               exit paragraph
             end-if
             move WS-Arg-ElfNo to WS-Numval-Input
             perform validate-numeric-field
             if WS-Numval-Is-Invalid or WS-Numval-Result < 0
                or WS-Numval-Result > 99999999
               display "SET needs a numeric Day-01 elf number (0 "
                 "for none), got '" function trim(WS-Arg-ElfNo) "'"
               exit paragraph
             end-if
             move WS-Arg-Id to WS-Xwalk-ElfId
             move WS-Numval-Result to WS-Xwalk-Day01-ElfNo
             move WS-Arg-Line to WS-Numval-Input
             perform validate-numeric-field
             if WS-Numval-Is-Invalid or WS-Numval-Result < 0
                or WS-Numval-Result > 99999999
               display "SET needs a numeric Day-03 rucksack line (0 "
                 "for none), got '" function trim(WS-Arg-Line) "'"
               exit paragraph
             end-if
             move WS-Numval-Result to WS-Xwalk-Day03-Line
             perform find-personnel-entry
             if WS-Pers-Found > 0
               move WS-PT-PairNo(WS-Pers-Found)
                 to WS-Xwalk-Day04-PairNo
               move WS-PT-Pos(WS-Pers-Found) to WS-Xwalk-Day04-Pos
               move WS-PT-Name(WS-Pers-Found) to WS-Xwalk-Name
             else
               if WS-Arg-Name = spaces
                 display "SET needs the elf's name - "
                   function trim(WS-Arg-Id)
                   " is not on personnel-master.txt"
                 exit paragraph
               end-if
               move zero to WS-Xwalk-Day04-PairNo
               move "0" to WS-Xwalk-Day04-Pos
               move WS-Arg-Name(1:20) to WS-Xwalk-Name
             end-if
             perform put-crosswalk-row
             perform rewrite-crosswalk
             if WS-Lock-Result not = "Y"
               exit paragraph
             end-if
             display "elf " function trim(WS-Xwalk-ElfId)
               " set: day01 elf " WS-Xwalk-Day01-ElfNo
               ", day03 line " WS-Xwalk-Day03-Line
               ", day04 pair " WS-Xwalk-Day04-PairNo
               "/" WS-Xwalk-Day04-Pos
             move spaces to WS-Signon-Action
             string "SET " WS-Xwalk-ElfId " " WS-Xwalk-Day01-ElfNo
               " " WS-Xwalk-Day03-Line " " WS-Xwalk-Day04-PairNo
               "/" WS-Xwalk-Day04-Pos
               delimited by size into WS-Signon-Action
             perform journal-change
           .

      *    the Day-04 side of every elf comes from the personnel
      *    master; the Day-01 and Day-03 identities already on the
      *    crosswalk are kept as they are.
           sync-crosswalk.
             if WS-PersCount = 0
               display "no personnel-master.txt rows to sync from"
               exit paragraph
             end-if
             perform varying WS-p from 1 by 1
                     until WS-p > WS-PersCount
               move WS-PT-ElfId(WS-p) to WS-Arg-Id
               perform find-crosswalk-row
               if WS-Found = 1
                 move WS-Row(WS-r) to WS-Crosswalk-Record
                 if WS-Xwalk-Day04-PairNo not = WS-PT-PairNo(WS-p)
                    or WS-Xwalk-Day04-Pos not = WS-PT-Pos(WS-p)
                    or WS-Xwalk-Name not = WS-PT-Name(WS-p)
                   add 1 to WS-Changed
                 end-if
               else
                 move spaces to WS-Crosswalk-Record
                 move WS-PT-ElfId(WS-p) to WS-Xwalk-ElfId
                 move zero to WS-Xwalk-Day01-ElfNo
                 move zero to WS-Xwalk-Day03-Line
               end-if
               move WS-PT-PairNo(WS-p) to WS-Xwalk-Day04-PairNo
               move WS-PT-Pos(WS-p) to WS-Xwalk-Day04-Pos
               move WS-PT-Name(WS-p) to WS-Xwalk-Name
               perform put-crosswalk-row
             end-perform
             perform rewrite-crosswalk
             if WS-Lock-Result not = "Y"
               exit paragraph
             end-if
             move WS-Added to WS-Added-Disp
             move WS-Changed to WS-Changed-Disp
             display "crosswalk synced from personnel-master.txt: "
               WS-Added-Disp " added, " WS-Changed-Disp " changed"
             move spaces to WS-Signon-Action
             string "SYNC added " WS-Added-Disp " changed "
               WS-Changed-Disp
               delimited by size into WS-Signon-Action
             perform journal-change
           .

           find-personnel-entry.
             move zero to WS-Pers-Found
             perform varying WS-p from 1 by 1
                     until WS-p > WS-PersCount or WS-Pers-Found > 0
               if WS-PT-ElfId(WS-p) = WS-Arg-Id
                 move WS-p to WS-Pers-Found
               end-if
             end-perform
           .

           find-crosswalk-row.
             move 0 to WS-Found
             perform varying WS-r from 1 by 1
                     until WS-r > WS-RowCount
               if WS-Row(WS-r)(1:8) = WS-Arg-Id
                 move 1 to WS-Found
                 exit perform
               end-if
             end-perform
           .

      *    replaces the elf's row in place, or appends it.
           put-crosswalk-row.
             move WS-Xwalk-ElfId to WS-Arg-Id
             perform find-crosswalk-row
             if WS-Found = 0
               if WS-RowCount >= WS-MaxRows
                 display "elf-crosswalk.txt is full - "
                   function trim(WS-Xwalk-ElfId) " not added"
                 exit paragraph
               end-if
               add 1 to WS-RowCount
               add 1 to WS-Added
               move WS-RowCount to WS-r
             end-if
             move WS-Crosswalk-Record to WS-Row(WS-r)
           .

           rewrite-crosswalk.
             move "A" to WS-Lock-Mode
             move "X" to WS-Lock-Share
             call "Lock-Manager" using WS-Lock-Mode
               WS-Lock-Resource WS-Lock-Share WS-Lock-Program
               WS-Operator-Id WS-Lock-Result WS-Lock-Holder
             if WS-Lock-Result not = "Y"
               display "elf-crosswalk.txt is locked by "
                 function trim(WS-Lock-Holder) " - nothing changed"
               exit paragraph
             end-if
             open output CrosswalkMaster
             perform varying WS-r from 1 by 1
                     until WS-r > WS-RowCount
               move WS-Row(WS-r) to CrosswalkMaster-Line
               write CrosswalkMaster-Line
             end-perform
             close CrosswalkMaster
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
