       identification division.
           program-id. Day-05-Feed-Render.
      *    the yard management terminal exports its stacks as a
      *    crate-position feed instead of the drawing the crane
      *    programs read: one row per crate, stack number, level
      *    (1 = on the ground) and crate letter, space or comma
      *    separated -
      *        001 001 Z
      *        001 002 N
      *    a stack standing empty is exported as level 000 with a
      *    "-" for the crate, so a trailing empty stack still counts.
      *    the move list comes as a file of its own, in the usual
      *    "move N from A to B" form.
      *
      *    called by Day-05a and Day-05b when their manifest row
      *    says TABULAR: the feed is validated before anything is
      *    touched -
      *      - every row must carry a stack 1-25 (the width of the
      *        drawing), a level 1-200 and a crate letter A-Z;
      *      - no position may be listed twice;
      *      - level 1 must be present on every stack that has a
      *        crate, and no crate may float above an empty level;
      *      - a stack exported empty may not also carry crates.
      *    every refused row (or stack) goes on the caller's feed
      *    rejects file with the reason. both files are then checked
      *    against their .ctl control records through
      *    Input-Control-Check, exactly as a drawn input is, and a
      *    feed that passes is rendered back into the drawn form -
      *    crate rows top down, the stack-number line, a blank line
      *    and the move list copied as it stands - so the caller's
      *    own parse, and so its answers, are the same ones a run on
      *    the drawing of that layout gives.
      *
      *    result: "P" rendered, "F" the feed failed validation,
      *    "C" the feed or move list failed its control record, "M"
      *    the feed or the move list is missing.
       environment division.
           input-output section.
             file-control.
               select PositionFeed assign to dynamic FR-Feed-Name
                 organization is line sequential
                 file status is WS-Feed-Status.
               select MoveList assign to dynamic FR-Moves-Name
                 organization is line sequential
                 file status is WS-Moves-Status.
               select DrawnInput assign to dynamic FR-Render-Name
                 organization is line sequential.
               select FeedRejects assign to dynamic FR-Rejects-Name
                 organization is line sequential.
       data division.
           file section.
             fd PositionFeed.
                01 PositionFeed-Line pic X(40).
             fd MoveList.
                01 MoveList-Line pic A(100).
             fd DrawnInput.
                01 DrawnInput-Line pic A(100).
             fd FeedRejects.
                01 FeedRejects-Line pic X(100).
           working-storage section.
             01 WS-Feed-Status pic XX.
             88 WS-Feed-OK    value "00".
             88 WS-Feed-Error value "30" thru "99".
             01 WS-Moves-Status pic XX.
             88 WS-Moves-OK    value "00".
             88 WS-Moves-Error value "30" thru "99".
             01 WS-EOF pic 9.
      *      the widest and tallest layout the crane programs can
      *      take from a drawing: 25 stacks fill its 100 columns,
      *      200 levels is Day-05a's stack table.
             01 WS-Max-Stacks pic 9(03) value 25.
             01 WS-Max-Levels pic 9(03) value 200.
             01 WS-Feed-Record pic X(40).
             01 WS-Feed-Stack-Str pic X(10).
             01 WS-Feed-Level-Str pic X(10).
             01 WS-Feed-Crate-Str pic X(10).
             01 WS-Feed-Extra-Str pic X(10).
             01 WS-Feed-Stack pic 9(04).
             01 WS-Feed-Level pic 9(04).
             01 WS-Feed-Crate pic X(1).
             01 WS-Feed-LineNo pic 9(06) value zero.
             01 WS-Feed-Reason pic X(40).
      *      the layout as the feed lists it: per stack, the line of
      *      its empty marker (zero when none), its top level, and
      *      per level the crate and the feed line it came from.
             01 WS-StackCount pic 9(03) value zero.
             01 WS-Height pic 9(03) value zero.
             01 WS-Layout.
                05 WS-Lay-Stack occurs 25 times.
                   10 WS-Lay-EmptyLine pic 9(06).
                   10 WS-Lay-Top       pic 9(03).
                   10 WS-Lay-Pos occurs 200 times.
                      15 WS-Lay-Crate  pic X(1).
                      15 WS-Lay-LineNo pic 9(06).
             01 WS-s pic 9(03).
             01 WS-l pic 9(03).
             01 WS-Col pic 9(03).
             01 WS-Stack-Disp pic ZZ9.
             01 WS-Level-Disp pic ZZ9.
             01 WS-Drawn-Line pic A(100).
             01 WS-Reject-Line.
                05 WS-Rej-LineNo pic Z(7)9.
                05 FILLER        pic X(3) value " - ".
                05 WS-Rej-Reason pic X(40).
                05 FILLER        pic X(3) value " : ".
                05 WS-Rej-Record pic X(40).
      *      control-record totals for each file, accumulated the
      *      way the crane programs accumulate them for a drawing.
             01 WS-Feed-Lines     pic 9(08) value zero.
             01 WS-Feed-Checksum  pic 9(16) value zero.
             01 WS-Moves-Lines    pic 9(08) value zero.
             01 WS-Moves-Checksum pic 9(16) value zero.
             01 WS-Control-Result pic X(1).
           linkage section.
             01 FR-Feed-Name     pic X(100).
             01 FR-Moves-Name    pic X(100).
             01 FR-Render-Name   pic X(100).
             01 FR-Rejects-Name  pic X(100).
             01 FR-Result        pic X(1).
             01 FR-Reject-Count  pic 9(08).
       procedure division using FR-Feed-Name FR-Moves-Name
             FR-Render-Name FR-Rejects-Name FR-Result
             FR-Reject-Count.
           move "P" to FR-Result
           move zero to FR-Reject-Count
           move zero to WS-Feed-LineNo
           move zero to WS-StackCount
           move zero to WS-Height
           move zero to WS-Feed-Lines
           move zero to WS-Feed-Checksum
           move zero to WS-Moves-Lines
           move zero to WS-Moves-Checksum
           perform varying WS-s from 1 by 1 until WS-s > WS-Max-Stacks
             move zero to WS-Lay-EmptyLine(WS-s)
             move zero to WS-Lay-Top(WS-s)
             perform varying WS-l from 1 by 1
                     until WS-l > WS-Max-Levels
               move space to WS-Lay-Crate(WS-s, WS-l)
               move zero to WS-Lay-LineNo(WS-s, WS-l)
             end-perform
           end-perform
           open input MoveList
           if WS-Moves-Error
             display "Day-05-Feed-Render: move list "
               function trim(FR-Moves-Name) " not found"
             move "M" to FR-Result
             goback
           end-if
           close MoveList
           open input PositionFeed
           if WS-Feed-Error
             display "Day-05-Feed-Render: position feed "
               function trim(FR-Feed-Name) " not found"
             move "M" to FR-Result
             goback
           end-if
           open output FeedRejects
           move zero to WS-EOF
           perform until WS-EOF = 1
             move spaces to WS-Feed-Record
             read PositionFeed into WS-Feed-Record
               at end move 1 to WS-EOF
               not at end
                 add 1 to WS-Feed-LineNo
                 add 1 to WS-Feed-Lines
                 compute WS-Feed-Checksum = WS-Feed-Checksum
                   + function length(function trim(WS-Feed-Record))
                 perform load-feed-row
             end-read
           end-perform
           close PositionFeed
           perform check-feed-layout
           close FeedRejects
           if FR-Reject-Count > 0
             display "Day-05-Feed-Render: " FR-Reject-Count
               " feed row(s) refused, see "
               function trim(FR-Rejects-Name)
             move "F" to FR-Result
             goback
           end-if
           perform render-drawn-input
           call "Input-Control-Check" using FR-Feed-Name
             WS-Feed-Lines WS-Feed-Checksum WS-Control-Result
           if WS-Control-Result = "F"
             move "C" to FR-Result
           end-if
           call "Input-Control-Check" using FR-Moves-Name
             WS-Moves-Lines WS-Moves-Checksum WS-Control-Result
           if WS-Control-Result = "F"
             move "C" to FR-Result
           end-if
           if FR-Result = "P"
             display "Day-05-Feed-Render: " WS-StackCount
               " stack(s), " WS-Height " level(s) rendered to "
               function trim(FR-Render-Name)
           end-if
           goback.

      *    one feed row: three fields, each checked on its own, then
      *    its position checked against every row before it.
           load-feed-row.
             if WS-Feed-Record = spaces
               exit paragraph
             end-if
             move spaces to WS-Feed-Stack-Str
             move spaces to WS-Feed-Level-Str
             move spaces to WS-Feed-Crate-Str
             move spaces to WS-Feed-Extra-Str
             unstring WS-Feed-Record delimited by all space or ","
               into WS-Feed-Stack-Str WS-Feed-Level-Str
                    WS-Feed-Crate-Str WS-Feed-Extra-Str
             end-unstring
      *      a leading space leaves the first field empty.
             if WS-Feed-Stack-Str = spaces
               move WS-Feed-Level-Str to WS-Feed-Stack-Str
               move WS-Feed-Crate-Str to WS-Feed-Level-Str
               move WS-Feed-Extra-Str to WS-Feed-Crate-Str
               move spaces to WS-Feed-Extra-Str
             end-if
             if WS-Feed-Stack-Str = spaces
                or WS-Feed-Level-Str = spaces
                or WS-Feed-Crate-Str = spaces
                or WS-Feed-Extra-Str not = spaces
               move "not stack, level and crate" to WS-Feed-Reason
               perform reject-feed-row
               exit paragraph
             end-if
             if function test-numval(WS-Feed-Stack-Str) not = zero
               move "stack not a number" to WS-Feed-Reason
               perform reject-feed-row
               exit paragraph
             end-if
             if function test-numval(WS-Feed-Level-Str) not = zero
               move "level not a number" to WS-Feed-Reason
               perform reject-feed-row
               exit paragraph
             end-if
             if function numval(WS-Feed-Stack-Str) < 1
                or function numval(WS-Feed-Stack-Str) > WS-Max-Stacks
                or function numval(WS-Feed-Stack-Str) not =
                   function integer(function numval(WS-Feed-Stack-Str))
               move "stack outside 1-25" to WS-Feed-Reason
               perform reject-feed-row
               exit paragraph
             end-if
             if function numval(WS-Feed-Level-Str) < 0
                or function numval(WS-Feed-Level-Str) > WS-Max-Levels
                or function numval(WS-Feed-Level-Str) not =
                   function integer(function numval(WS-Feed-Level-Str))
               move "level outside 0-200" to WS-Feed-Reason
               perform reject-feed-row
               exit paragraph
             end-if
             move function numval(WS-Feed-Stack-Str) to WS-Feed-Stack
             move function numval(WS-Feed-Level-Str) to WS-Feed-Level
             if WS-Feed-Level = 0
               if WS-Feed-Crate-Str not = "-"
                 move "level 000 (empty stack) needs crate -"
                   to WS-Feed-Reason
                 perform reject-feed-row
                 exit paragraph
               end-if
               if WS-Lay-EmptyLine(WS-Feed-Stack) not = zero
                 move "duplicate position" to WS-Feed-Reason
                 perform reject-feed-row
                 exit paragraph
               end-if
               move WS-Feed-LineNo to WS-Lay-EmptyLine(WS-Feed-Stack)
               if WS-Feed-Stack > WS-StackCount
                 move WS-Feed-Stack to WS-StackCount
               end-if
               exit paragraph
             end-if
             move function upper-case(WS-Feed-Crate-Str(1:1))
               to WS-Feed-Crate
             if WS-Feed-Crate-Str(2:9) not = spaces
                or WS-Feed-Crate is not alphabetic
                or WS-Feed-Crate = space
               move "crate not a letter A-Z" to WS-Feed-Reason
               perform reject-feed-row
               exit paragraph
             end-if
             if WS-Lay-Crate(WS-Feed-Stack, WS-Feed-Level) not = space
               move "duplicate position" to WS-Feed-Reason
               perform reject-feed-row
               exit paragraph
             end-if
             move WS-Feed-Crate
               to WS-Lay-Crate(WS-Feed-Stack, WS-Feed-Level)
             move WS-Feed-LineNo
               to WS-Lay-LineNo(WS-Feed-Stack, WS-Feed-Level)
             if WS-Feed-Level > WS-Lay-Top(WS-Feed-Stack)
               move WS-Feed-Level to WS-Lay-Top(WS-Feed-Stack)
             end-if
             if WS-Feed-Stack > WS-StackCount
               move WS-Feed-Stack to WS-StackCount
             end-if
             if WS-Feed-Level > WS-Height
               move WS-Feed-Level to WS-Height
             end-if
           .

      *    the layout as a whole, once every row is in: a drawing
      *    cannot show a crate hanging in the air, so neither may
      *    the feed.
           check-feed-layout.
             if WS-StackCount = 0 and FR-Reject-Count = 0
               move zero to WS-Feed-LineNo
               move spaces to WS-Feed-Record
               move "feed lists no stack" to WS-Feed-Reason
               perform reject-feed-row
               exit paragraph
             end-if
             perform varying WS-s from 1 by 1
                     until WS-s > WS-StackCount
               if WS-Lay-Top(WS-s) > 0
                 perform check-one-stack
               end-if
             end-perform
           .

           check-one-stack.
             move WS-s to WS-Stack-Disp
             if WS-Lay-EmptyLine(WS-s) not = zero
               move WS-Lay-EmptyLine(WS-s) to WS-Feed-LineNo
               move spaces to WS-Feed-Record
               string "stack " function trim(WS-Stack-Disp)
                 " exported empty"
                 delimited by size into WS-Feed-Record
               move "empty stack also carries crates"
                 to WS-Feed-Reason
               perform reject-feed-row
             end-if
             if WS-Lay-Crate(WS-s, 1) = space
               move zero to WS-Feed-LineNo
               move spaces to WS-Feed-Record
               string "stack " function trim(WS-Stack-Disp)
                 delimited by size into WS-Feed-Record
               move "level 1 missing" to WS-Feed-Reason
               perform reject-feed-row
             end-if
             perform varying WS-l from 2 by 1
                     until WS-l > WS-Lay-Top(WS-s)
               if WS-Lay-Crate(WS-s, WS-l) not = space
                  and WS-Lay-Crate(WS-s, WS-l - 1) = space
                 move WS-Lay-LineNo(WS-s, WS-l) to WS-Feed-LineNo
                 move WS-l to WS-Level-Disp
                 move spaces to WS-Feed-Record
                 string "stack " function trim(WS-Stack-Disp)
                   " level " function trim(WS-Level-Disp)
                   " crate " WS-Lay-Crate(WS-s, WS-l)
                   delimited by size into WS-Feed-Record
                 move "floating crate - level below empty"
                   to WS-Feed-Reason
                 perform reject-feed-row
               end-if
             end-perform
           .

           reject-feed-row.
             add 1 to FR-Reject-Count
             move WS-Feed-LineNo to WS-Rej-LineNo
             move WS-Feed-Reason to WS-Rej-Reason
             move WS-Feed-Record to WS-Rej-Record
             move WS-Reject-Line to FeedRejects-Line
             write FeedRejects-Line
           .

      *    the drawn form: one row per level from the top down, each
      *    crate as [X] in its stack's four columns, the number line
      *    under it, a blank line and then the move list.
           render-drawn-input.
             open output DrawnInput
             perform varying WS-l from WS-Height by -1
                     until WS-l < 1
               move spaces to WS-Drawn-Line
               perform varying WS-s from 1 by 1
                       until WS-s > WS-StackCount
                 if WS-Lay-Crate(WS-s, WS-l) not = space
                   compute WS-Col = (WS-s - 1) * 4 + 1
                   move "[" to WS-Drawn-Line(WS-Col:1)
                   move WS-Lay-Crate(WS-s, WS-l)
                     to WS-Drawn-Line(WS-Col + 1:1)
                   move "]" to WS-Drawn-Line(WS-Col + 2:1)
                 end-if
               end-perform
               move WS-Drawn-Line to DrawnInput-Line
               write DrawnInput-Line
             end-perform
             move spaces to WS-Drawn-Line
             perform varying WS-s from 1 by 1
                     until WS-s > WS-StackCount
               move WS-s to WS-Stack-Disp
               compute WS-Col = (WS-s - 1) * 4 + 2
               move function trim(WS-Stack-Disp)
                 to WS-Drawn-Line(WS-Col:3)
             end-perform
             move WS-Drawn-Line to DrawnInput-Line
             write DrawnInput-Line
             move spaces to DrawnInput-Line
             write DrawnInput-Line
             open input MoveList
             move zero to WS-EOF
             perform until WS-EOF = 1
               read MoveList
                 at end move 1 to WS-EOF
                 not at end
                   add 1 to WS-Moves-Lines
                   compute WS-Moves-Checksum = WS-Moves-Checksum
                     + function length(function trim(MoveList-Line))
                   move MoveList-Line to DrawnInput-Line
                   write DrawnInput-Line
               end-read
             end-perform
             close MoveList
             close DrawnInput
           .
