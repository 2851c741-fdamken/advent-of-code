       identification division.
           program-id. Day-05-Hazard-Register.
      *    the fire marshal's morning register of the dangerous goods
      *    in the yard. the final-stacks picture shows every crate but
      *    not which of them burn or what they weigh; run nightly
      *    after Day-05a, this lists from day05a-final-stacks.txt
      *    and crate-master.txt every hazardous crate by stack and
      *    level with its contents and weight class, and totals the
      *    hazardous weight each stack carries against its limit.
      *    both come from segregation-rules.txt:
      *      HAZ <code>         a contents code the marshal counts
      *                         as hazardous (FUEL and MEDS when the
      *                         file names none)
      *      WGT <stack> <max>  the most hazardous weight a stack
      *                         may carry; WGT ALL <max> holds every
      *                         stack without a row of its own, and
      *                         a stack with neither has no limit
      *    a stack over its limit is flagged OVER LIMIT. the night's
      *    positions are kept on day05-hazard-yard.txt with the night
      *    before's, so every crate not where it stood last night is
      *    marked NEW HERE, every place a hazardous crate has left is
      *    listed as gone, and each stack's weight shows its change
      *    overnight - a rerun of the night compares against the
      *    same night before. day05-hazard-register.txt is dated in
      *    its heading, delivered to the marshal's outbox through
      *    report-recipients.txt and kept day by day through
      *    retention-rules.txt. the night is the parameter
      *    (yyyy-mm-dd), default today. rc 4 when any stack is over
      *    its limit, rc 8 with no final stacks.
       environment division.
           input-output section.
             file-control.
               select FinalStacks
                 assign to "day05a-final-stacks.txt"
                 organization is line sequential
                 file status is WS-Stacks-Status.
               select CrateMaster assign to "crate-master.txt"
                 organization is line sequential
                 file status is WS-CrateMaster-Status.
               select SegregationRules
                 assign to "segregation-rules.txt"
                 organization is line sequential
                 file status is WS-Segreg-Status.
               select HazardYard assign to "day05-hazard-yard.txt"
                 organization is line sequential
                 file status is WS-Yard-Status.
               select HazardRegister
                 assign to "day05-hazard-register.txt"
                 organization is line sequential.
       data division.
           file section.
             fd FinalStacks.
                01 FinalStacks-Line pic X(210).
             fd CrateMaster.
                01 CrateMaster-FILE.
                   05 Crate-Letter   pic A.
                   05 FILLER         pic X.
                   05 Crate-Weight   pic 9(02).
                   05 FILLER         pic X.
                   05 Crate-Contents pic X(04).
             fd SegregationRules.
                01 SegregationRules-Line pic X(40).
             fd HazardYard.
                01 HazardYard-Line pic X(40).
             fd HazardRegister.
                01 HazardRegister-Line pic X(100).
           working-storage section.
             01 WS-Stacks-Status pic XX.
             88 WS-Stacks-OK    value "00".
             88 WS-Stacks-Error value "30" thru "99".
             01 WS-CrateMaster-Status pic XX.
             88 WS-CrateMaster-OK    value "00".
             88 WS-CrateMaster-Error value "30" thru "99".
             01 WS-Segreg-Status pic XX.
             88 WS-Segreg-OK    value "00".
             88 WS-Segreg-Error value "30" thru "99".
             01 WS-Yard-Status pic XX.
             88 WS-Yard-OK    value "00".
             88 WS-Yard-Error value "30" thru "99".
             01 WS-EOF pic 9 value zero.
             01 WS-TodayDate pic X(10).
             01 WS-CurrentDate pic X(8).
             01 WS-Param-Line pic X(40).
             01 WS-Night pic X(10).
             01 WS-Prior-Night pic X(10) value spaces.
             01 WS-Date-Digits pic X(08).
             01 WS-Date-Num redefines WS-Date-Digits pic 9(08).
             01 WS-Stacks-Row.
                05 WS-Row-StackNo  pic 999.
                05 FILLER          pic X(1).
                05 WS-Row-StackStr pic A(200).
             01 WS-Segreg-Record.
                05 WS-Segreg-Kind  pic X(3).
                05 FILLER          pic X(1).
                05 WS-Segreg-Arg1  pic X(4).
                05 FILLER          pic X(1).
                05 WS-Segreg-Arg2  pic X(4).
             01 WS-Yard-Record.
                05 WS-Yd-Night    pic X(10).
                05 FILLER         pic X(1) value space.
                05 WS-Yd-Stack    pic 9(03).
                05 FILLER         pic X(1) value space.
                05 WS-Yd-Level    pic 9(03).
                05 FILLER         pic X(1) value space.
                05 WS-Yd-Crate    pic X(1).
                05 FILLER         pic X(1) value space.
                05 WS-Yd-Contents pic X(04).
                05 FILLER         pic X(1) value space.
                05 WS-Yd-Weight   pic 9(02).
      *      every crate letter's weight class and contents, and
      *      whether the marshal counts its contents as hazardous.
             01 WS-Letter-Table.
                05 WS-Letter occurs 26 times.
                   10 WS-Lt-Weight   pic 9(02).
                   10 WS-Lt-Contents pic X(04).
                   10 WS-Lt-Hazard   pic 9.
             01 WS-OrdBaseCrate pic 9(04).
             01 WS-CrateIdx pic 9(04).
             01 WS-HazCount pic 9(02) value zero.
             01 WS-Haz-Table.
                05 WS-Haz-Code occurs 20 times pic X(04).
             01 WS-All-Limit pic 9(04) value zero.
             01 WS-All-Limited pic 9 value zero.
      *      per stack: tonight's and last night's hazardous weight,
      *      the crates carrying it, and its own limit if it has one.
             01 WS-Stack-Table.
                05 WS-Stack occurs 999 times.
                   10 WS-Sk-Weight  pic 9(05).
                   10 WS-Sk-Prior   pic 9(05).
                   10 WS-Sk-Crates  pic 9(04).
                   10 WS-Sk-Limit   pic 9(04).
                   10 WS-Sk-Limited pic 9.
             01 WS-StackCount pic 9(04) value zero.
      *      tonight's hazardous crates in stack and level order,
      *      and last night's; Matched pairs the two.
             01 WS-PosCount pic 9(04) value zero.
             01 WS-Pos-Table.
                05 WS-Pos occurs 0 to 5000 times
                     depending on WS-PosCount.
                   10 WS-Ps-Stack    pic 9(03).
                   10 WS-Ps-Level    pic 9(03).
                   10 WS-Ps-Crate    pic X(1).
                   10 WS-Ps-Contents pic X(04).
                   10 WS-Ps-Weight   pic 9(02).
                   10 WS-Ps-Matched  pic 9.
             01 WS-PriorCount pic 9(04) value zero.
             01 WS-Prior-Table.
                05 WS-Prior occurs 0 to 5000 times
                     depending on WS-PriorCount.
                   10 WS-Pr-Stack    pic 9(03).
                   10 WS-Pr-Level    pic 9(03).
                   10 WS-Pr-Crate    pic X(1).
                   10 WS-Pr-Contents pic X(04).
                   10 WS-Pr-Weight   pic 9(02).
                   10 WS-Pr-Matched  pic 9.
             01 WS-p pic 9(04).
             01 WS-q pic 9(04).
             01 WS-k pic 9(03).
             01 WS-s pic 9(04).
             01 WS-h pic 9(02).
             01 WS-OverCount pic 9(04) value zero.
             01 WS-NewCount  pic 9(04) value zero.
             01 WS-GoneCount pic 9(04) value zero.
             01 WS-Weight-Disp pic Z(4)9.
             01 WS-Prior-Disp  pic Z(4)9.
             01 WS-Limit-Disp  pic X(5).
             01 WS-Limit-Num   pic Z(3)9.
             01 WS-Change-Disp pic +(5)9.
             01 WS-Change pic S9(5).
             01 WS-Change-Text pic X(6).
             01 WS-Count-Disp pic Z(4)9.
             01 WS-Count-Disp2 pic Z(4)9.
             01 WS-Count-Disp3 pic Z(4)9.
             01 WS-Mark pic X(12).
             01 WS-Status-Disp pic X(10).
             01 WS-Codes-Disp pic X(60).
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
           move spaces to WS-Date-Digits
           string WS-Night(1:4) WS-Night(6:2) WS-Night(9:2)
             delimited by size into WS-Date-Digits
           if WS-Date-Digits not numeric
              or WS-Night(5:1) not = "-"
              or WS-Night(8:1) not = "-"
             display "Day-05-Hazard-Register: '" function trim(WS-Night)
               "' is not a yyyy-mm-dd night"
             move 8 to return-code
             goback
           end-if
           if function test-date-yyyymmdd(WS-Date-Num) not = 0
             display "Day-05-Hazard-Register: '" function trim(WS-Night)
               "' is not a yyyy-mm-dd night"
             move 8 to return-code
             goback
           end-if
           perform load-segregation-rules
           perform load-crate-master
           perform load-final-stacks
           if WS-StackCount = 0
             display "Day-05-Hazard-Register: no "
               "day05a-final-stacks.txt - run Day-05a first"
             move 8 to return-code
             goback
           end-if
           perform load-hazard-yard
           perform match-overnight
           perform post-hazard-yard
           perform write-hazard-register
           if WS-OverCount > 0
             move 4 to return-code
           end-if
           display "Day-05-Hazard-Register: " WS-PosCount
             " hazardous crate(s) in the yard on " WS-Night ", "
             WS-OverCount " stack(s) over limit"
           goback.

      *    HAZ and WGT rows only; the move checks' ADJ and HGT rows
      *    are Day-05a's. a WGT row naming a stack holds that stack,
      *    WGT ALL every other.
           load-segregation-rules.
             open input SegregationRules
             if WS-Segreg-Error
               display "no segregation-rules.txt - FUEL and MEDS "
                 "counted hazardous, no stack limits"
             else
               move zero to WS-EOF
               perform until WS-EOF = 1
                 move spaces to WS-Segreg-Record
                 read SegregationRules into WS-Segreg-Record
                   at end move 1 to WS-EOF
                   not at end
                     perform take-rule-row
                 end-read
               end-perform
               close SegregationRules
               move zero to WS-EOF
             end-if
             if WS-HazCount = 0
               move 2 to WS-HazCount
               move "FUEL" to WS-Haz-Code(1)
               move "MEDS" to WS-Haz-Code(2)
             end-if
           .

           take-rule-row.
             evaluate WS-Segreg-Kind
               when "HAZ"
                 if WS-HazCount < 20
                   add 1 to WS-HazCount
                   move function upper-case(WS-Segreg-Arg1)
                     to WS-Haz-Code(WS-HazCount)
                 end-if
               when "WGT"
                 if function test-numval(WS-Segreg-Arg2) not = 0
                   display "segregation rule ignored - WGT limit "
                     "must be a number: "
                     function trim(SegregationRules-Line)
                   exit paragraph
                 end-if
                 if function upper-case(WS-Segreg-Arg1) = "ALL"
                   move function numval(WS-Segreg-Arg2) to WS-All-Limit
                   move 1 to WS-All-Limited
                   exit paragraph
                 end-if
                 if function test-numval(WS-Segreg-Arg1) not = 0
                   display "segregation rule ignored - WGT stack "
                     "must be a number or ALL: "
                     function trim(SegregationRules-Line)
                   exit paragraph
                 end-if
                 move function numval(WS-Segreg-Arg1) to WS-s
                 if WS-s >= 1 and WS-s <= 999
                   move function numval(WS-Segreg-Arg2)
                     to WS-Sk-Limit(WS-s)
                   move 1 to WS-Sk-Limited(WS-s)
                 end-if
             end-evaluate
           .

           load-crate-master.
             perform varying WS-k from 1 by 1 until WS-k > 26
               move zero to WS-Lt-Weight(WS-k)
               move "????" to WS-Lt-Contents(WS-k)
               move zero to WS-Lt-Hazard(WS-k)
             end-perform
             open input CrateMaster
             if WS-CrateMaster-Error
               display "no crate-master.txt - no crate can be told "
                 "hazardous"
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
                     if Crate-Weight numeric
                       move Crate-Weight to WS-Lt-Weight(WS-CrateIdx)
                     end-if
                     perform varying WS-h from 1 by 1
                             until WS-h > WS-HazCount
                       if WS-Haz-Code(WS-h) = Crate-Contents
                         move 1 to WS-Lt-Hazard(WS-CrateIdx)
                       end-if
                     end-perform
                   end-if
               end-read
             end-perform
             close CrateMaster
             move zero to WS-EOF
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
                   if WS-StackCount < 999
                     add 1 to WS-StackCount
                     perform take-stack-row
                   end-if
               end-read
             end-perform
             close FinalStacks
             move zero to WS-EOF
           .

           take-stack-row.
             perform varying WS-k from 1 by 1 until WS-k > 200
               if WS-Row-StackStr(WS-k:1) not = space
                 compute WS-CrateIdx = function ord(
                   WS-Row-StackStr(WS-k:1)) - WS-OrdBaseCrate
                 if WS-CrateIdx >= 1 and WS-CrateIdx <= 26
                   if WS-Lt-Hazard(WS-CrateIdx) = 1
                      and WS-PosCount < 5000
                     add 1 to WS-PosCount
                     move WS-StackCount to WS-Ps-Stack(WS-PosCount)
                     move WS-k to WS-Ps-Level(WS-PosCount)
                     move WS-Row-StackStr(WS-k:1)
                       to WS-Ps-Crate(WS-PosCount)
                     move WS-Lt-Contents(WS-CrateIdx)
                       to WS-Ps-Contents(WS-PosCount)
                     move WS-Lt-Weight(WS-CrateIdx)
                       to WS-Ps-Weight(WS-PosCount)
                     move zero to WS-Ps-Matched(WS-PosCount)
                     add WS-Lt-Weight(WS-CrateIdx)
                       to WS-Sk-Weight(WS-StackCount)
                     add 1 to WS-Sk-Crates(WS-StackCount)
                   end-if
                 end-if
               end-if
             end-perform
           .

      *    the file holds the last two nights posted. a row for
      *    tonight is an earlier run of tonight, to be replaced; the
      *    latest night before tonight is what changed "overnight".
           load-hazard-yard.
             open input HazardYard
             if WS-Yard-Error
               display "no day05-hazard-yard.txt yet - no overnight "
                 "changes to show"
               exit paragraph
             end-if
             move zero to WS-EOF
             perform until WS-EOF = 1
               read HazardYard into WS-Yard-Record
                 at end move 1 to WS-EOF
                 not at end
                   if WS-Yd-Night < WS-Night
                      and WS-Yd-Night > WS-Prior-Night
                     move WS-Yd-Night to WS-Prior-Night
                   end-if
               end-read
             end-perform
             close HazardYard
             if WS-Prior-Night = spaces
               move zero to WS-EOF
               exit paragraph
             end-if
             open input HazardYard
             move zero to WS-EOF
             perform until WS-EOF = 1
               read HazardYard into WS-Yard-Record
                 at end move 1 to WS-EOF
                 not at end
                   if WS-Yd-Night = WS-Prior-Night
                      and WS-PriorCount < 5000
                     add 1 to WS-PriorCount
                     move WS-Yd-Stack to WS-Pr-Stack(WS-PriorCount)
                     move WS-Yd-Level to WS-Pr-Level(WS-PriorCount)
                     move WS-Yd-Crate to WS-Pr-Crate(WS-PriorCount)
                     move WS-Yd-Contents
                       to WS-Pr-Contents(WS-PriorCount)
                     move WS-Yd-Weight to WS-Pr-Weight(WS-PriorCount)
                     move zero to WS-Pr-Matched(WS-PriorCount)
                     if WS-Yd-Stack >= 1
                       add WS-Yd-Weight to WS-Sk-Prior(WS-Yd-Stack)
                     end-if
                   end-if
               end-read
             end-perform
             close HazardYard
             move zero to WS-EOF
           .

      *    the same letter at the same stack and level as last night
      *    is the crate that stood there; anything else is new to
      *    its place, and a place left unmatched has lost its crate.
           match-overnight.
             if WS-Prior-Night = spaces
               exit paragraph
             end-if
             perform varying WS-p from 1 by 1 until WS-p > WS-PosCount
               perform varying WS-q from 1 by 1
                       until WS-q > WS-PriorCount
                 if WS-Pr-Matched(WS-q) = 0
                    and WS-Pr-Stack(WS-q) = WS-Ps-Stack(WS-p)
                    and WS-Pr-Level(WS-q) = WS-Ps-Level(WS-p)
                    and WS-Pr-Crate(WS-q) = WS-Ps-Crate(WS-p)
                   move 1 to WS-Pr-Matched(WS-q)
                   move 1 to WS-Ps-Matched(WS-p)
                   exit perform
                 end-if
               end-perform
               if WS-Ps-Matched(WS-p) = 0
                 add 1 to WS-NewCount
               end-if
             end-perform
             perform varying WS-q from 1 by 1 until WS-q > WS-PriorCount
               if WS-Pr-Matched(WS-q) = 0
                 add 1 to WS-GoneCount
               end-if
             end-perform
           .

           post-hazard-yard.
             open output HazardYard
             perform varying WS-q from 1 by 1 until WS-q > WS-PriorCount
               move WS-Prior-Night to WS-Yd-Night
               move WS-Pr-Stack(WS-q) to WS-Yd-Stack
               move WS-Pr-Level(WS-q) to WS-Yd-Level
               move WS-Pr-Crate(WS-q) to WS-Yd-Crate
               move WS-Pr-Contents(WS-q) to WS-Yd-Contents
               move WS-Pr-Weight(WS-q) to WS-Yd-Weight
               move WS-Yard-Record to HazardYard-Line
               write HazardYard-Line
             end-perform
             perform varying WS-p from 1 by 1 until WS-p > WS-PosCount
               move WS-Night to WS-Yd-Night
               move WS-Ps-Stack(WS-p) to WS-Yd-Stack
               move WS-Ps-Level(WS-p) to WS-Yd-Level
               move WS-Ps-Crate(WS-p) to WS-Yd-Crate
               move WS-Ps-Contents(WS-p) to WS-Yd-Contents
               move WS-Ps-Weight(WS-p) to WS-Yd-Weight
               move WS-Yard-Record to HazardYard-Line
               write HazardYard-Line
             end-perform
             close HazardYard
           .

           write-hazard-register.
             open output HazardRegister
             move spaces to HazardRegister-Line
             string "dangerous-goods yard register for the night of "
               WS-Night delimited by size into HazardRegister-Line
             write HazardRegister-Line
             move spaces to WS-Codes-Disp
             move 1 to WS-k
             perform varying WS-h from 1 by 1 until WS-h > WS-HazCount
               string WS-Haz-Code(WS-h) " " delimited by size
                 into WS-Codes-Disp with pointer WS-k
             end-perform
             move spaces to HazardRegister-Line
             string "hazardous contents: " WS-Codes-Disp
               delimited by size into HazardRegister-Line
             write HazardRegister-Line
             move spaces to HazardRegister-Line
             if WS-Prior-Night = spaces
               move "overnight changes: no earlier register to compare"
                 to HazardRegister-Line
             else
               string "overnight changes: against the night of "
                 WS-Prior-Night delimited by size
                 into HazardRegister-Line
             end-if
             write HazardRegister-Line
             move spaces to HazardRegister-Line
             write HazardRegister-Line
             move "stack level crate contents weight"
               to HazardRegister-Line
             write HazardRegister-Line
             perform varying WS-p from 1 by 1 until WS-p > WS-PosCount
               move spaces to WS-Mark
               if WS-Prior-Night not = spaces
                  and WS-Ps-Matched(WS-p) = 0
                 move "** NEW HERE" to WS-Mark
               end-if
               move spaces to HazardRegister-Line
               string "  " WS-Ps-Stack(WS-p) "   " WS-Ps-Level(WS-p)
                 "    " WS-Ps-Crate(WS-p) "   " WS-Ps-Contents(WS-p)
                 "       " WS-Ps-Weight(WS-p) "  " WS-Mark
                 delimited by size into HazardRegister-Line
               write HazardRegister-Line
             end-perform
             if WS-PosCount = 0
               move "  (no hazardous crate in the yard)"
                 to HazardRegister-Line
               write HazardRegister-Line
             end-if
             if WS-GoneCount > 0
               move spaces to HazardRegister-Line
               write HazardRegister-Line
               move spaces to HazardRegister-Line
               string "gone since the night of " WS-Prior-Night
                 delimited by size into HazardRegister-Line
               write HazardRegister-Line
               perform varying WS-q from 1 by 1
                       until WS-q > WS-PriorCount
                 if WS-Pr-Matched(WS-q) = 0
                   move spaces to HazardRegister-Line
                   string "  " WS-Pr-Stack(WS-q) "   "
                     WS-Pr-Level(WS-q) "    " WS-Pr-Crate(WS-q) "   "
                     WS-Pr-Contents(WS-q) "       "
                     WS-Pr-Weight(WS-q) "  ** GONE"
                     delimited by size into HazardRegister-Line
                   write HazardRegister-Line
                 end-if
               end-perform
             end-if
             perform write-stack-totals
             move spaces to HazardRegister-Line
             write HazardRegister-Line
             move WS-PosCount to WS-Count-Disp
             move WS-OverCount to WS-Count-Disp2
             move spaces to HazardRegister-Line
             string "hazardous crates " function trim(WS-Count-Disp)
               ", stacks over limit " function trim(WS-Count-Disp2)
               delimited by size into HazardRegister-Line
             write HazardRegister-Line
             if WS-Prior-Night not = spaces
               move WS-NewCount to WS-Count-Disp
               move WS-GoneCount to WS-Count-Disp3
               move spaces to HazardRegister-Line
               string "new to their place overnight "
                 function trim(WS-Count-Disp)
                 ", gone from their place "
                 function trim(WS-Count-Disp3)
                 delimited by size into HazardRegister-Line
               write HazardRegister-Line
             end-if
             close HazardRegister
           .

      *    every stack carrying hazardous weight tonight or last
      *    night, against its own limit or the ALL limit.
           write-stack-totals.
             move spaces to HazardRegister-Line
             write HazardRegister-Line
             move "stack crates  weight  limit  overnight status"
               to HazardRegister-Line
             write HazardRegister-Line
             perform varying WS-s from 1 by 1 until WS-s > 999
               if WS-Sk-Weight(WS-s) > 0 or WS-Sk-Prior(WS-s) > 0
                 perform write-one-stack
               end-if
             end-perform
           .

           write-one-stack.
             move spaces to WS-Limit-Disp
             move spaces to WS-Status-Disp
             if WS-Sk-Limited(WS-s) = 0 and WS-All-Limited = 1
               move WS-All-Limit to WS-Sk-Limit(WS-s)
               move 1 to WS-Sk-Limited(WS-s)
             end-if
             if WS-Sk-Limited(WS-s) = 1
               move WS-Sk-Limit(WS-s) to WS-Limit-Num
               move WS-Limit-Num to WS-Limit-Disp
               if WS-Sk-Weight(WS-s) > WS-Sk-Limit(WS-s)
                 move "OVER LIMIT" to WS-Status-Disp
                 add 1 to WS-OverCount
               end-if
             else
               move "    -" to WS-Limit-Disp
             end-if
             move WS-Sk-Weight(WS-s) to WS-Weight-Disp
             move WS-Sk-Crates(WS-s) to WS-Count-Disp
             move spaces to WS-Change-Text
             if WS-Prior-Night not = spaces
               compute WS-Change =
                 WS-Sk-Weight(WS-s) - WS-Sk-Prior(WS-s)
               move WS-Change to WS-Change-Disp
               move WS-Change-Disp to WS-Change-Text
             end-if
             move spaces to HazardRegister-Line
             string "  " WS-s(2:3) " " WS-Count-Disp "   "
               WS-Weight-Disp "  " WS-Limit-Disp "  " WS-Change-Text
               "    " WS-Status-Disp
               delimited by size into HazardRegister-Line
             write HazardRegister-Line
           .
