       identification division.
           program-id. Day-05-Dwell-Aging.
      *    every night's day05a-final-stacks.txt overwrites the last,
      *    so on its own nobody can say how long a crate has sat in
      *    the yard. run nightly after Day-05a, this keeps the dated
      *    yard-position history and ages the crates from it:
      *      - day05-crate-dwell.txt holds the yard as last posted,
      *        one row per crate: stack, level, crate, first-seen
      *        date, last-moved date and the night it was posted;
      *      - tonight's final stacks are matched against it. a crate
      *        still at the same stack and level with the same letter
      *        that the crane did not touch tonight is the same
      *        crate. a crate the crane moved (its hop on
      *        day05a-move-history.dat rests where it now stands)
      *        takes the dates of a crate with that letter that has
      *        gone from its old place - preferring the stack its
      *        first hop lifted it from - and is stamped moved
      *        tonight. anything else is new in the yard tonight;
      *      - every crate's row for the night is appended to
      *        day05a-yard-history.txt and the dwell file rewritten.
      *    day05-dwell-aging.txt then gives each crate its first-seen
      *    date, days in the yard and days since it last moved, and
      *    flags it against dwell-limits.txt (contents code, most
      *    days in the yard - the shelf life, 0 for none - and most
      *    days idle). a code with no row is held to the idle limit
      *    of site-config key dwell-idle-days (default 30) only. a
      *    summary by contents code follows. the night is the
      *    parameter (yyyy-mm-dd), default today; a night already
      *    posted is only reported again, never posted twice. rc 4
      *    when any crate is flagged, rc 8 with no final stacks.
       environment division.
           input-output section.
             file-control.
               select FinalStacks
                 assign to "day05a-final-stacks.txt"
                 organization is line sequential
                 file status is WS-Stacks-Status.
               select MoveHistory
                 assign to "day05a-move-history.dat"
                 organization is indexed
                 access mode is dynamic
                 record key is MH-Key
                 file status is WS-MoveHist-Status.
               select CrateMaster assign to "crate-master.txt"
                 organization is line sequential
                 file status is WS-CrateMaster-Status.
               select DwellLimits assign to "dwell-limits.txt"
                 organization is line sequential
                 file status is WS-Limits-Status.
               select DwellState assign to "day05-crate-dwell.txt"
                 organization is line sequential
                 file status is WS-State-Status.
               select YardHistory
                 assign to "day05a-yard-history.txt"
                 organization is line sequential
                 file status is WS-History-Status.
               select AgingReport
                 assign to "day05-dwell-aging.txt"
                 organization is line sequential.
       data division.
           file section.
             fd FinalStacks.
                01 FinalStacks-Line pic X(210).
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
             fd CrateMaster.
                01 CrateMaster-FILE.
                   05 Crate-Letter   pic A.
                   05 FILLER         pic X.
                   05 Crate-Weight   pic 9(02).
                   05 FILLER         pic X.
                   05 Crate-Contents pic X(04).
             fd DwellLimits.
                01 DwellLimits-Line pic X(40).
             fd DwellState.
                01 DwellState-Line pic X(50).
             fd YardHistory.
                01 YardHistory-Line pic X(50).
             fd AgingReport.
                01 AgingReport-Line pic X(100).
           working-storage section.
             copy "numval.cpy".
             01 WS-Stacks-Status pic XX.
             88 WS-Stacks-OK    value "00".
             88 WS-Stacks-Error value "30" thru "99".
             01 WS-MoveHist-Status pic XX.
             88 WS-MoveHist-OK    value "00".
             88 WS-MoveHist-Error value "30" thru "99".
             01 WS-CrateMaster-Status pic XX.
             88 WS-CrateMaster-OK    value "00".
             88 WS-CrateMaster-Error value "30" thru "99".
             01 WS-Limits-Status pic XX.
             88 WS-Limits-OK    value "00".
             88 WS-Limits-Error value "30" thru "99".
             01 WS-State-Status pic XX.
             88 WS-State-OK    value "00".
             88 WS-State-Error value "30" thru "99".
             01 WS-History-Status pic XX.
             01 WS-EOF pic 9 value zero.
             01 WS-MoveHist-EOF pic 9 value zero.
             01 WS-TodayDate pic X(10).
             01 WS-CurrentDate pic X(8).
             01 WS-Param-Line pic X(40).
             01 WS-Night pic X(10).
             01 WS-Night-Int pic 9(08).
             01 WS-Date-Int pic 9(08).
             01 WS-Date-Digits pic X(08).
             01 WS-Date-Num redefines WS-Date-Digits pic 9(08).
             01 WS-Work-Date pic X(10).
             01 WS-Posted-Through pic X(10) value spaces.
             01 WS-ReportOnly pic 9 value zero.
             01 WS-Stacks-Row.
                05 WS-Row-StackNo  pic 999.
                05 FILLER          pic X(1).
                05 WS-Row-StackStr pic A(200).
             01 WS-State-Record.
                05 WS-St-Stack  pic 9(03).
                05 FILLER       pic X(1) value space.
                05 WS-St-Level  pic 9(03).
                05 FILLER       pic X(1) value space.
                05 WS-St-Crate  pic X(1).
                05 FILLER       pic X(1) value space.
                05 WS-St-First  pic X(10).
                05 FILLER       pic X(1) value space.
                05 WS-St-Moved  pic X(10).
                05 FILLER       pic X(1) value space.
                05 WS-St-AsOf   pic X(10).
             01 WS-History-Record.
                05 WS-Hi-Night  pic X(10).
                05 FILLER       pic X(1) value space.
                05 WS-Hi-Stack  pic 9(03).
                05 FILLER       pic X(1) value space.
                05 WS-Hi-Level  pic 9(03).
                05 FILLER       pic X(1) value space.
                05 WS-Hi-Crate  pic X(1).
                05 FILLER       pic X(1) value space.
                05 WS-Hi-First  pic X(10).
                05 FILLER       pic X(1) value space.
                05 WS-Hi-Moved  pic X(10).
                05 FILLER       pic X(1) value space.
                05 WS-Hi-Flag   pic X(1).
             01 WS-Limits-Record.
                05 WS-Lim-Code    pic X(04).
                05 FILLER         pic X(1).
                05 WS-Lim-YardMax pic X(04).
                05 FILLER         pic X(1).
                05 WS-Lim-IdleMax pic X(04).
      *      the yard as last posted; Used marks a row matched to a
      *      crate tonight, so what is left over has departed.
             01 WS-PriorCount pic 9(04) value zero.
             01 WS-Prior-Table.
                05 WS-Prior occurs 0 to 5000 times
                     depending on WS-PriorCount.
                   10 WS-Pr-Stack pic 9(03).
                   10 WS-Pr-Level pic 9(03).
                   10 WS-Pr-Crate pic X(1).
                   10 WS-Pr-First pic X(10).
                   10 WS-Pr-Moved pic X(10).
                   10 WS-Pr-Used  pic 9.
      *      tonight's yard, one row per crate on the final stacks.
             01 WS-PosCount pic 9(04) value zero.
             01 WS-Pos-Table.
                05 WS-Pos occurs 0 to 5000 times
                     depending on WS-PosCount.
                   10 WS-Ps-Stack    pic 9(03).
                   10 WS-Ps-Level    pic 9(03).
                   10 WS-Ps-Crate    pic X(1).
                   10 WS-Ps-First    pic X(10).
                   10 WS-Ps-Moved    pic X(10).
                   10 WS-Ps-Touched  pic 9.
                   10 WS-Ps-Matched  pic 9.
                   10 WS-Ps-Contents pic X(04).
                   10 WS-Ps-DaysIn   pic 9(05).
                   10 WS-Ps-DaysIdle pic 9(05).
                   10 WS-Ps-Flag     pic X(16).
      *      tonight's crane hops: where each lift came to rest, and
      *      the stack each letter's first hop lifted it from.
             01 WS-HopCount pic 9(05) value zero.
             01 WS-Hop-Table.
                05 WS-Hop occurs 0 to 20000 times
                     depending on WS-HopCount.
                   10 WS-Hp-Crate pic X(1).
                   10 WS-Hp-Stack pic 9(03).
                   10 WS-Hp-Level pic 9(03).
             01 WS-Letter-Table.
                05 WS-Letter occurs 26 times.
                   10 WS-Lt-FirstFrom pic 9(03).
                   10 WS-Lt-Contents  pic X(04).
             01 WS-OrdBaseCrate pic 9(04).
             01 WS-CrateIdx pic 9(04).
             01 WS-LimitCount pic 9(02) value zero.
             01 WS-Limit-Table.
                05 WS-Limit occurs 30 times.
                   10 WS-Lm-Code    pic X(04).
                   10 WS-Lm-YardMax pic 9(04).
                   10 WS-Lm-IdleMax pic 9(04).
             01 WS-Default-Idle pic 9(04) value 30.
             01 WS-YardMax pic 9(04).
             01 WS-IdleMax pic 9(04).
      *      per contents code: crates, flagged, and the oldest.
             01 WS-CodeCount pic 9(02) value zero.
             01 WS-Code-Table.
                05 WS-Code occurs 30 times.
                   10 WS-Cd-Code    pic X(04).
                   10 WS-Cd-Crates  pic 9(05).
                   10 WS-Cd-Flagged pic 9(05).
                   10 WS-Cd-Oldest  pic 9(05).
             01 WS-s pic 9(04).
             01 WS-k pic 9(03).
             01 WS-p pic 9(04).
             01 WS-q pic 9(04).
             01 WS-h pic 9(05).
             01 WS-c pic 9(02).
             01 WS-StackCount pic 9(04) value zero.
             01 WS-NewCount      pic 9(05) value zero.
             01 WS-MovedCount    pic 9(05) value zero.
             01 WS-DepartedCount pic 9(05) value zero.
             01 WS-FlaggedCount  pic 9(05) value zero.
             01 WS-Days-Disp pic Z(4)9.
             01 WS-Idle-Disp pic Z(4)9.
             01 WS-Count-Disp pic Z(4)9.
             01 WS-Flag-Disp pic Z(4)9.
             01 WS-Old-Disp pic Z(4)9.
             01 WS-Config-Key   pic X(30).
             01 WS-Config-Value pic X(100).
             01 WS-Config-Found pic X(1).
       procedure division.
           move function current-date(1:8) to WS-CurrentDate
           string WS-CurrentDate(1:4) "-" WS-CurrentDate(5:2) "-"
                  WS-CurrentDate(7:2)
             delimited by size into WS-TodayDate
           compute WS-OrdBaseCrate = function ord("A") - 1
           accept WS-Param-Line from command-line
           move WS-Param-Line(1:10) to WS-Night
           if WS-Night = spaces
             move WS-TodayDate to WS-Night
           end-if
           move WS-Night to WS-Work-Date
           perform date-to-integer
           if WS-Date-Int = 0
             display "Day-05-Dwell-Aging: '" function trim(WS-Night)
               "' is not a yyyy-mm-dd night"
             move 8 to return-code
             goback
           end-if
           move WS-Date-Int to WS-Night-Int
           perform load-site-config
           perform load-crate-master
           perform load-dwell-limits
           perform load-dwell-state
           if WS-Posted-Through not = spaces
              and WS-Posted-Through >= WS-Night
             display "Day-05-Dwell-Aging: the yard is already posted "
               "through " WS-Posted-Through " - reporting only"
             move 1 to WS-ReportOnly
             perform carry-posted-yard
           else
             perform load-final-stacks
             if WS-StackCount = 0
               display "Day-05-Dwell-Aging: no day05a-final-stacks.txt "
                 "- run Day-05a first"
               move 8 to return-code
               goback
             end-if
             perform load-move-history
             perform match-unmoved-crates
             perform match-moved-crates
             perform post-yard-history
           end-if
           perform age-crates
           perform write-aging-report
           if WS-FlaggedCount > 0
             move 4 to return-code
           end-if
           display "Day-05-Dwell-Aging: " WS-PosCount " crate(s) in "
             "the yard on " WS-Night ", " WS-FlaggedCount " flagged"
           goback.

           load-site-config.
             move "dwell-idle-days" to WS-Config-Key
             move spaces to WS-Config-Value
             call "Site-Config" using WS-Config-Key WS-Config-Value
               WS-Config-Found
             if WS-Config-Found = "Y"
               move WS-Config-Value(1:20) to WS-Numval-Input
               perform validate-numeric-field
               if WS-Numval-Is-Valid and WS-Numval-Result <= 9999
                 move WS-Numval-Result to WS-Default-Idle
               end-if
             end-if
           .

           load-crate-master.
             perform varying WS-k from 1 by 1 until WS-k > 26
               move zero to WS-Lt-FirstFrom(WS-k)
               move "????" to WS-Lt-Contents(WS-k)
             end-perform
             open input CrateMaster
             if WS-CrateMaster-Error
               display "no crate-master.txt - every crate aged "
                 "under contents ????"
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
                     move Crate-Contents
                       to WS-Lt-Contents(WS-CrateIdx)
                   end-if
               end-read
             end-perform
             close CrateMaster
             move zero to WS-EOF
           .

           load-dwell-limits.
             open input DwellLimits
             if WS-Limits-Error
               display "no dwell-limits.txt - every crate held to "
                 "the " WS-Default-Idle "-day idle limit"
               exit paragraph
             end-if
             move zero to WS-EOF
             perform until WS-EOF = 1
               read DwellLimits into WS-Limits-Record
                 at end move 1 to WS-EOF
                 not at end
                   perform take-limit-row
               end-read
             end-perform
             close DwellLimits
             move zero to WS-EOF
           .

           take-limit-row.
             if DwellLimits-Line = spaces or WS-LimitCount >= 30
               exit paragraph
             end-if
             if WS-Lim-YardMax not numeric
                or WS-Lim-IdleMax not numeric
               display "dwell-limits.txt row '"
                 function trim(DwellLimits-Line) "' unreadable - "
                 "skipped"
               exit paragraph
             end-if
             add 1 to WS-LimitCount
             move WS-Lim-Code to WS-Lm-Code(WS-LimitCount)
             move WS-Lim-YardMax to WS-Lm-YardMax(WS-LimitCount)
             move WS-Lim-IdleMax to WS-Lm-IdleMax(WS-LimitCount)
           .

           load-dwell-state.
             open input DwellState
             if WS-State-Error
               display "no day05-crate-dwell.txt yet - every crate "
                 "is first seen tonight"
               exit paragraph
             end-if
             move zero to WS-EOF
             perform until WS-EOF = 1
               read DwellState into WS-State-Record
                 at end move 1 to WS-EOF
                 not at end
                   if DwellState-Line not = spaces
                      and WS-PriorCount < 5000
                     add 1 to WS-PriorCount
                     move WS-St-Stack to WS-Pr-Stack(WS-PriorCount)
                     move WS-St-Level to WS-Pr-Level(WS-PriorCount)
                     move WS-St-Crate to WS-Pr-Crate(WS-PriorCount)
                     move WS-St-First to WS-Pr-First(WS-PriorCount)
                     move WS-St-Moved to WS-Pr-Moved(WS-PriorCount)
                     move zero to WS-Pr-Used(WS-PriorCount)
                     move WS-St-AsOf to WS-Posted-Through
                   end-if
               end-read
             end-perform
             close DwellState
             move zero to WS-EOF
           .

      *    a night already posted: the yard is the dwell file as it
      *    stands, aged to the night asked for.
           carry-posted-yard.
             perform varying WS-p from 1 by 1 until WS-p > WS-PriorCount
               add 1 to WS-PosCount
               move WS-Pr-Stack(WS-p) to WS-Ps-Stack(WS-PosCount)
               move WS-Pr-Level(WS-p) to WS-Ps-Level(WS-PosCount)
               move WS-Pr-Crate(WS-p) to WS-Ps-Crate(WS-PosCount)
               move WS-Pr-First(WS-p) to WS-Ps-First(WS-PosCount)
               move WS-Pr-Moved(WS-p) to WS-Ps-Moved(WS-PosCount)
               move zero to WS-Ps-Touched(WS-PosCount)
               move 1 to WS-Ps-Matched(WS-PosCount)
             end-perform
           .

           load-final-stacks.
             move zero to WS-EOF
             open input FinalStacks
             if WS-Stacks-Error
               exit paragraph
             end-if
             perform until WS-EOF = 1
               read FinalStacks into WS-Stacks-Row
                 at end move 1 to WS-EOF
                 not at end
                   add 1 to WS-StackCount
                   perform take-stack-row
               end-read
             end-perform
             close FinalStacks
             move zero to WS-EOF
           .

           take-stack-row.
             perform varying WS-k from 1 by 1 until WS-k > 200
               if WS-Row-StackStr(WS-k:1) not = space
                  and WS-PosCount < 5000
                 add 1 to WS-PosCount
                 move WS-StackCount to WS-Ps-Stack(WS-PosCount)
                 move WS-k to WS-Ps-Level(WS-PosCount)
                 move WS-Row-StackStr(WS-k:1)
                   to WS-Ps-Crate(WS-PosCount)
                 move spaces to WS-Ps-First(WS-PosCount)
                 move spaces to WS-Ps-Moved(WS-PosCount)
                 move zero to WS-Ps-Touched(WS-PosCount)
                 move zero to WS-Ps-Matched(WS-PosCount)
               end-if
             end-perform
           .

      *    the whole file is tonight's hops (Day-05a starts it afresh
      *    on every production run); read it end to end.
           load-move-history.
             open input MoveHistory
             if WS-MoveHist-Error
               display "no day05a-move-history.dat - no crate counts "
                 "as moved tonight"
               exit paragraph
             end-if
             move zero to WS-MoveHist-EOF
             perform until WS-MoveHist-EOF = 1
               read MoveHistory next
                 at end move 1 to WS-MoveHist-EOF
                 not at end
                   perform take-hop
               end-read
               if WS-MoveHist-Status not = "00"
                 move 1 to WS-MoveHist-EOF
               end-if
             end-perform
             close MoveHistory
             perform varying WS-p from 1 by 1 until WS-p > WS-PosCount
               perform varying WS-h from 1 by 1
                       until WS-h > WS-HopCount
                 if WS-Hp-Crate(WS-h) = WS-Ps-Crate(WS-p)
                    and WS-Hp-Stack(WS-h) = WS-Ps-Stack(WS-p)
                    and WS-Hp-Level(WS-h) = WS-Ps-Level(WS-p)
                   move 1 to WS-Ps-Touched(WS-p)
                   exit perform
                 end-if
               end-perform
             end-perform
           .

           take-hop.
             if WS-HopCount < 20000
               add 1 to WS-HopCount
               move MH-Crate to WS-Hp-Crate(WS-HopCount)
               move MH-RestStack to WS-Hp-Stack(WS-HopCount)
               move MH-RestLevel to WS-Hp-Level(WS-HopCount)
             end-if
             compute WS-CrateIdx =
               function ord(MH-Crate) - WS-OrdBaseCrate
             if WS-CrateIdx >= 1 and WS-CrateIdx <= 26
                and MH-HopSeq = 1
               move MH-FromStack to WS-Lt-FirstFrom(WS-CrateIdx)
             end-if
           .

      *    same letter, same stack and level, not lifted tonight:
      *    the crate has not moved.
           match-unmoved-crates.
             perform varying WS-p from 1 by 1 until WS-p > WS-PosCount
               if WS-Ps-Touched(WS-p) = 0
                 perform varying WS-q from 1 by 1
                         until WS-q > WS-PriorCount
                   if WS-Pr-Used(WS-q) = 0
                      and WS-Pr-Stack(WS-q) = WS-Ps-Stack(WS-p)
                      and WS-Pr-Level(WS-q) = WS-Ps-Level(WS-p)
                      and WS-Pr-Crate(WS-q) = WS-Ps-Crate(WS-p)
                     move 1 to WS-Pr-Used(WS-q)
                     move 1 to WS-Ps-Matched(WS-p)
                     move WS-Pr-First(WS-q) to WS-Ps-First(WS-p)
                     move WS-Pr-Moved(WS-q) to WS-Ps-Moved(WS-p)
                     exit perform
                   end-if
                 end-perform
               end-if
             end-perform
           .

      *    the rest take the dates of a crate with the letter that
      *    has left its old place - from the stack the first hop
      *    lifted it off if there is one - or are new tonight.
           match-moved-crates.
             perform varying WS-p from 1 by 1 until WS-p > WS-PosCount
               if WS-Ps-Matched(WS-p) = 0
                 perform match-one-crate
               end-if
             end-perform
           .

           match-one-crate.
             compute WS-CrateIdx =
               function ord(WS-Ps-Crate(WS-p)) - WS-OrdBaseCrate
             move zero to WS-s
             move zero to WS-c
             perform varying WS-q from 1 by 1
                     until WS-q > WS-PriorCount
               if WS-Pr-Used(WS-q) = 0
                  and WS-Pr-Crate(WS-q) = WS-Ps-Crate(WS-p)
                 if WS-s = 0
                   move WS-q to WS-s
                 end-if
                 if WS-CrateIdx >= 1 and WS-CrateIdx <= 26
                   if WS-Pr-Stack(WS-q) = WS-Lt-FirstFrom(WS-CrateIdx)
                     move WS-q to WS-s
                     exit perform
                   end-if
                 end-if
               end-if
             end-perform
             if WS-s > 0
               move 1 to WS-Pr-Used(WS-s)
               move WS-Pr-First(WS-s) to WS-Ps-First(WS-p)
               move WS-Pr-Moved(WS-s) to WS-Ps-Moved(WS-p)
             else
               move WS-Night to WS-Ps-First(WS-p)
               move WS-Night to WS-Ps-Moved(WS-p)
               add 1 to WS-NewCount
             end-if
             if WS-Ps-Touched(WS-p) = 1
               move WS-Night to WS-Ps-Moved(WS-p)
               add 1 to WS-MovedCount
             end-if
             move 1 to WS-Ps-Matched(WS-p)
           .

           post-yard-history.
             perform varying WS-q from 1 by 1
                     until WS-q > WS-PriorCount
               if WS-Pr-Used(WS-q) = 0
                 add 1 to WS-DepartedCount
               end-if
             end-perform
             open extend YardHistory
             if WS-History-Status = "35"
               open output YardHistory
             end-if
             open output DwellState
             perform varying WS-p from 1 by 1 until WS-p > WS-PosCount
               move WS-Night to WS-Hi-Night
               move WS-Ps-Stack(WS-p) to WS-Hi-Stack
               move WS-Ps-Level(WS-p) to WS-Hi-Level
               move WS-Ps-Crate(WS-p) to WS-Hi-Crate
               move WS-Ps-First(WS-p) to WS-Hi-First
               move WS-Ps-Moved(WS-p) to WS-Hi-Moved
               if WS-Ps-Touched(WS-p) = 1
                 move "M" to WS-Hi-Flag
               else
                 move "-" to WS-Hi-Flag
               end-if
               move WS-History-Record to YardHistory-Line
               write YardHistory-Line
               move WS-Ps-Stack(WS-p) to WS-St-Stack
               move WS-Ps-Level(WS-p) to WS-St-Level
               move WS-Ps-Crate(WS-p) to WS-St-Crate
               move WS-Ps-First(WS-p) to WS-St-First
               move WS-Ps-Moved(WS-p) to WS-St-Moved
               move WS-Night to WS-St-AsOf
               move WS-State-Record to DwellState-Line
               write DwellState-Line
             end-perform
             close DwellState
             close YardHistory
           .

           age-crates.
             perform varying WS-p from 1 by 1 until WS-p > WS-PosCount
               compute WS-CrateIdx =
                 function ord(WS-Ps-Crate(WS-p)) - WS-OrdBaseCrate
               if WS-CrateIdx >= 1 and WS-CrateIdx <= 26
                 move WS-Lt-Contents(WS-CrateIdx)
                   to WS-Ps-Contents(WS-p)
               else
                 move "????" to WS-Ps-Contents(WS-p)
               end-if
               move WS-Ps-First(WS-p) to WS-Work-Date
               perform days-before-night
               move WS-Date-Int to WS-Ps-DaysIn(WS-p)
               move WS-Ps-Moved(WS-p) to WS-Work-Date
               perform days-before-night
               move WS-Date-Int to WS-Ps-DaysIdle(WS-p)
               perform flag-crate
               perform tally-contents
             end-perform
           .

           flag-crate.
             move zero to WS-YardMax
             move WS-Default-Idle to WS-IdleMax
             perform varying WS-c from 1 by 1
                     until WS-c > WS-LimitCount
               if WS-Lm-Code(WS-c) = WS-Ps-Contents(WS-p)
                 move WS-Lm-YardMax(WS-c) to WS-YardMax
                 move WS-Lm-IdleMax(WS-c) to WS-IdleMax
                 exit perform
               end-if
             end-perform
             move spaces to WS-Ps-Flag(WS-p)
             if WS-YardMax > 0 and WS-Ps-DaysIn(WS-p) > WS-YardMax
               move "SHELF LIFE" to WS-Ps-Flag(WS-p)
             end-if
             if WS-IdleMax > 0 and WS-Ps-DaysIdle(WS-p) > WS-IdleMax
               if WS-Ps-Flag(WS-p) = spaces
                 move "IDLE" to WS-Ps-Flag(WS-p)
               else
                 move "SHELF LIFE,IDLE" to WS-Ps-Flag(WS-p)
               end-if
             end-if
             if WS-Ps-Flag(WS-p) not = spaces
               add 1 to WS-FlaggedCount
             end-if
           .

           tally-contents.
             perform varying WS-c from 1 by 1 until WS-c > WS-CodeCount
               if WS-Cd-Code(WS-c) = WS-Ps-Contents(WS-p)
                 exit perform
               end-if
             end-perform
             if WS-c > WS-CodeCount
               if WS-CodeCount >= 30
                 exit paragraph
               end-if
               add 1 to WS-CodeCount
               move WS-CodeCount to WS-c
               move WS-Ps-Contents(WS-p) to WS-Cd-Code(WS-c)
               move zero to WS-Cd-Crates(WS-c)
               move zero to WS-Cd-Flagged(WS-c)
               move zero to WS-Cd-Oldest(WS-c)
             end-if
             add 1 to WS-Cd-Crates(WS-c)
             if WS-Ps-Flag(WS-p) not = spaces
               add 1 to WS-Cd-Flagged(WS-c)
             end-if
             if WS-Ps-DaysIn(WS-p) > WS-Cd-Oldest(WS-c)
               move WS-Ps-DaysIn(WS-p) to WS-Cd-Oldest(WS-c)
             end-if
           .

      *    days from WS-Work-Date to the night, never negative; a
      *    date that cannot be read counts as tonight.
           days-before-night.
             perform date-to-integer
             if WS-Date-Int = 0 or WS-Date-Int > WS-Night-Int
               move zero to WS-Date-Int
             else
               compute WS-Date-Int = WS-Night-Int - WS-Date-Int
             end-if
           .

           date-to-integer.
             move zero to WS-Date-Int
             move spaces to WS-Date-Digits
             string WS-Work-Date(1:4) WS-Work-Date(6:2)
                    WS-Work-Date(9:2)
               delimited by size into WS-Date-Digits
             if WS-Date-Digits not numeric
                or WS-Work-Date(5:1) not = "-"
                or WS-Work-Date(8:1) not = "-"
               exit paragraph
             end-if
             if function test-date-yyyymmdd(WS-Date-Num) not = 0
               exit paragraph
             end-if
             compute WS-Date-Int =
               function integer-of-date(WS-Date-Num)
           .

           write-aging-report.
             open output AgingReport
             move spaces to AgingReport-Line
             string "yard dwell aging for the night of " WS-Night
               delimited by size into AgingReport-Line
             write AgingReport-Line
             move spaces to AgingReport-Line
             write AgingReport-Line
             move spaces to AgingReport-Line
             string "stack level crate contents first seen  days in "
               "yard last moved  days idle flag"
               delimited by size into AgingReport-Line
             write AgingReport-Line
             perform varying WS-p from 1 by 1 until WS-p > WS-PosCount
               move WS-Ps-DaysIn(WS-p) to WS-Days-Disp
               move WS-Ps-DaysIdle(WS-p) to WS-Idle-Disp
               move spaces to AgingReport-Line
               string "  " WS-Ps-Stack(WS-p) "   " WS-Ps-Level(WS-p)
                 "    " WS-Ps-Crate(WS-p) "   " WS-Ps-Contents(WS-p)
                 "     " WS-Ps-First(WS-p) "       " WS-Days-Disp
                 "  " WS-Ps-Moved(WS-p) "      " WS-Idle-Disp
                 " " WS-Ps-Flag(WS-p)
                 delimited by size into AgingReport-Line
               write AgingReport-Line
             end-perform
             move spaces to AgingReport-Line
             write AgingReport-Line
             move "by contents   crates  flagged  oldest (days)"
               to AgingReport-Line
             write AgingReport-Line
             perform varying WS-c from 1 by 1 until WS-c > WS-CodeCount
               move WS-Cd-Crates(WS-c) to WS-Count-Disp
               move WS-Cd-Flagged(WS-c) to WS-Flag-Disp
               move WS-Cd-Oldest(WS-c) to WS-Old-Disp
               move spaces to AgingReport-Line
               string "  " WS-Cd-Code(WS-c) "         " WS-Count-Disp
                 "    " WS-Flag-Disp "   " WS-Old-Disp
                 delimited by size into AgingReport-Line
               write AgingReport-Line
             end-perform
             move spaces to AgingReport-Line
             write AgingReport-Line
             move WS-PosCount to WS-Count-Disp
             move WS-FlaggedCount to WS-Flag-Disp
             move spaces to AgingReport-Line
             string "crates in the yard " function trim(WS-Count-Disp)
               ", flagged " function trim(WS-Flag-Disp)
               delimited by size into AgingReport-Line
             write AgingReport-Line
             if WS-ReportOnly = 1
               move spaces to AgingReport-Line
               string "(already posted through " WS-Posted-Through
                 " - history not extended)"
                 delimited by size into AgingReport-Line
             else
               move WS-NewCount to WS-Count-Disp
               move WS-MovedCount to WS-Flag-Disp
               move WS-DepartedCount to WS-Old-Disp
               move spaces to AgingReport-Line
               string "new tonight " function trim(WS-Count-Disp)
                 ", moved tonight " function trim(WS-Flag-Disp)
                 ", gone since the last posting "
                 function trim(WS-Old-Disp)
                 delimited by size into AgingReport-Line
             end-if
             write AgingReport-Line
             close AgingReport
           .

           copy "numvalp.cpy".
