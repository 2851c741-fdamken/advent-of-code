       identification division.
           program-id. Day-05-Pick-Plan.
      *    the yard office's pick orders name crates that are
      *    usually buried mid-stack, not the top crates the ship
      *    manifest covers. reads pick-orders.txt (order number,
      *    crate letter, priority 1 = most urgent ... 9) against the
      *    final stack layout (day05a-final-stacks.txt) and plans,
      *    order by order in priority sequence, the moves that dig
      *    each crate out and set it down on the dispatch stack
      *    (site-config key dispatch-stack, default the last
      *    stack):
      *      - of several crates with the letter, the one with the
      *        fewest crates on top of it is picked;
      *      - every crate on top goes, one at a time, to the
      *        lowest other stack that clears the segregation rules
      *        (segregation-rules.txt) and that a crane can lift it
      *        to, preferring stacks that hold no crate a later
      *        order is waiting for - so one dig does not bury the
      *        next pick;
      *      - the crate itself then goes to the dispatch stack
      *        under the same rules. a crate already anywhere on the
      *        dispatch stack counts as picked - the dispatch stack
      *        is the outbound bay, not something to dig in.
      *    "a crane can lift it" is the crane-capacity knob for a
      *    single crane; under site-config crane-mode MULTI it is
      *    one crane on crane-master.txt reaching both stacks and
      *    rated for the crate, the test Day-05a assigns cranes by,
      *    so no planned lift lands on the unreachable list.
      *    orders plan against the yard as the earlier orders leave
      *    it. an order that cannot be planned whole is refused
      *    with the reason and plans nothing. the plan is written to
      *    day05a-pick-moves.txt in the "move N from X to Y" form
      *    Day-05a parses, so it can be rehearsed first against
      *    the same final layout it was planned on:
      *      Day-05a SIMULATE day05a-pick-moves.txt
      *        day05a-final-stacks.txt
      *    and day05-pick-plan.txt lists each order's crate, where
      *    it was, how many crates it disturbs, its plan lines and a
      *    cost estimate priced from crane-rates.txt the way
      *    Day-05-Cost-Report prices the log (LIFT per transfer plus
      *    PERDIST per weight unit per stack of travel). returns 4
      *    when any order is refused.
       environment division.
           input-output section.
             file-control.
               select PickOrders assign to "pick-orders.txt"
                 organization is line sequential
                 file status is WS-Orders-Status.
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
               select CraneRates assign to "crane-rates.txt"
                 organization is line sequential
                 file status is WS-Rates-Status.
               select CraneMaster assign to "crane-master.txt"
                 organization is line sequential
                 file status is WS-CraneMaster-Status.
               select PlanFile
                 assign to "day05a-pick-moves.txt"
                 organization is line sequential.
               select PickReport
                 assign to "day05-pick-plan.txt"
                 organization is line sequential.
       data division.
           file section.
             fd PickOrders.
                01 PickOrders-Line pic X(40).
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
                01 SegregationRules-Line pic X(20).
             fd CraneRates.
                01 CraneRates-Line pic X(20).
             fd CraneMaster.
                01 CraneMaster-Line pic X(80).
             fd PlanFile.
                01 PlanFile-Line pic X(40).
             fd PickReport.
                01 PickReport-Line pic X(120).
           working-storage section.
             copy "numval.cpy".
             01 WS-Orders-Status pic XX.
             88 WS-Orders-OK    value "00".
             88 WS-Orders-Error value "30" thru "99".
             01 WS-Stacks-Status pic XX.
             88 WS-Stacks-OK    value "00".
             88 WS-Stacks-Error value "30" thru "99".
             01 WS-CrateMaster-Status pic XX.
             88 WS-CrateMaster-OK    value "00".
             88 WS-CrateMaster-Error value "30" thru "99".
             01 WS-Segreg-Status pic XX.
             88 WS-Segreg-OK    value "00".
             88 WS-Segreg-Error value "30" thru "99".
             01 WS-Rates-Status pic XX.
             88 WS-Rates-OK    value "00".
             88 WS-Rates-Error value "30" thru "99".
             01 WS-EOF pic 9 value zero.
             01 WS-Stacks-Row.
                05 WS-Row-StackNo  pic 999.
                05 FILLER          pic X(1).
                05 WS-Row-StackStr pic A(200).
      *      the working layout and a copy taken before each order,
      *      put back when the order has to be refused partway.
             01 WS-StackCount pic 9(03) value zero.
             01 WS-Stack-Table.
                05 WS-Stack-Entry occurs 999 times.
                   10 WS-Stack-Str    pic A(200).
                   10 WS-Stack-Height pic 9(03).
             01 WS-Saved-Stack-Table pic X(202797).
             01 WS-Crate-Table.
                05 WS-Crate occurs 26 times.
                   10 WS-CrateWeight   pic 9(02).
                   10 WS-CrateContents pic X(04).
                   10 WS-CratePending  pic 9(04).
             01 WS-CrateIdx pic 9(04).
             01 WS-OrdBaseCrate pic 9(04).
             01 WS-Segreg-Record.
                05 WS-Segreg-Kind  pic X(3).
                05 FILLER          pic X(1).
                05 WS-Segreg-Arg1  pic X(4).
                05 FILLER          pic X(1).
                05 WS-Segreg-Arg2  pic X(4).
             01 WS-AdjRuleCount pic 9(02) value zero.
             01 WS-AdjRule-Table.
                05 WS-AdjRule occurs 20 times.
                   10 WS-AdjRule-Upper pic X(4).
                   10 WS-AdjRule-Lower pic X(4).
             01 WS-HgtRuleCount pic 9(02) value zero.
             01 WS-HgtRule-Table.
                05 WS-HgtRule occurs 20 times.
                   10 WS-HgtRule-Code  pic X(4).
                   10 WS-HgtRule-Limit pic 9(03).
             01 WS-sg pic 9(02).
             01 WS-Rates-Record.
                05 WS-Rate-Kind  pic X(7).
                05 FILLER        pic X(1).
                05 WS-Rate-Value pic X(6).
             01 WS-Lift-Rate    pic 9(05) value 10.
             01 WS-PerDist-Rate pic 9(05) value 2.
             01 WS-Config-Key   pic X(30).
             01 WS-Config-Value pic X(100).
             01 WS-Config-Found pic X(1).
             01 WS-CraneCapacity pic 9(04) value 100.
             01 WS-Dispatch pic 9(03) value zero.
      *      multi-crane mode (site-config crane-mode MULTI): the
      *      cranes on crane-master.txt with their rated capacity
      *      and reach as up to ten stack ranges, loaded the way
      *      Day-05a loads them. a lift is only planned where one
      *      crane reaches both stacks and is rated for it; in
      *      single-crane mode the crane-capacity knob decides.
             01 WS-Crane-Mode pic X(6) value "SINGLE".
             01 WS-MultiCrane pic 9 value zero.
             01 WS-CraneMaster-Status pic XX.
             88 WS-CraneMaster-OK    value "00".
             88 WS-CraneMaster-Error value "30" thru "99".
             01 WS-CraneMaster-Record.
                05 WS-CMRec-Id       pic X(4).
                05 FILLER            pic X(1).
                05 WS-CMRec-Capacity pic X(4).
                05 FILLER            pic X(1).
                05 WS-CMRec-Reach    pic X(60).
             01 WS-CraneCount pic 9(02) value zero.
             01 WS-Crane-Table.
                05 WS-Crane occurs 10 times.
                   10 WS-Crane-Id         pic X(4).
                   10 WS-Crane-Capacity   pic 9(04).
                   10 WS-Crane-RangeCount pic 9(02).
                   10 WS-Crane-Range occurs 10 times.
                      15 WS-Crane-Reach-Lo pic 9(04).
                      15 WS-Crane-Reach-Hi pic 9(04).
             01 WS-cr pic 9(02).
             01 WS-rg pic 9(02).
             01 WS-Reach-Piece occurs 10 times pic X(10).
             01 WS-Reach-Lo-Str pic X(10).
             01 WS-Reach-Hi-Str pic X(10).
             01 WS-Reach-Stack pic 9(04).
             01 WS-Reach-Found pic 9.
      *      one lift put to the cranes: from and to stack and the
      *      weight lifted; whether any crane reaches both stacks,
      *      and whether one of those is rated for the weight.
             01 WS-Crane-From   pic 9(03).
             01 WS-Crane-To     pic 9(03).
             01 WS-Crane-Weight pic 9(06).
             01 WS-Crane-Reaches pic 9.
             01 WS-Crane-Lifts   pic 9.
      *      pick orders, kept in priority order (file order within
      *      a priority) by insertion as they are read.
             01 WS-Order-Record.
                05 WS-OrdRec-No       pic X(8).
                05 FILLER             pic X(1).
                05 WS-OrdRec-Crate    pic X(1).
                05 FILLER             pic X(1).
                05 WS-OrdRec-Priority pic X(1).
             01 WS-OrderCount pic 9(04) value zero.
             01 WS-Order-Table.
                05 WS-Order-Entry occurs 0 to 500 times
                     depending on WS-OrderCount.
                   10 WS-Ord-No       pic X(8).
                   10 WS-Ord-Crate    pic A.
                   10 WS-Ord-Priority pic 9.
             01 WS-o pic 9(04).
             01 WS-o2 pic 9(04).
             01 WS-BadOrderCount pic 9(04) value zero.
      *      one order's plan, held until the whole order is known
      *      to be workable.
             01 WS-PlanCount pic 9(03) value zero.
             01 WS-Plan-Table.
                05 WS-Plan-Entry occurs 200 times.
                   10 WS-Plan-From pic 9(03).
                   10 WS-Plan-To   pic 9(03).
             01 WS-p pic 9(03).
             01 WS-s pic 9(03).
             01 WS-k pic 9(03).
             01 WS-Src pic 9(03).
             01 WS-Src-Level pic 9(03).
             01 WS-Best-Cover pic 9(03).
             01 WS-Dest pic 9(03).
             01 WS-Dest-Holds pic 9.
             01 WS-Cand-Holds pic 9.
             01 WS-Move-Crate pic A.
             01 WS-Move-Code pic X(4).
             01 WS-Lower-Code pic X(4).
             01 WS-Land-Level pic 9(03).
             01 WS-Seg-Violation pic 9.
             01 WS-Refuse-Reason pic X(40).
             01 WS-Order-Cost pic 9(09).
             01 WS-Transfer-Cost pic 9(09).
             01 WS-Dist pic 9(03).
             01 WS-Plan-Line-No pic 9(06) value zero.
             01 WS-First-Line pic 9(06).
             01 WS-PlannedCount pic 9(04) value zero.
             01 WS-RefusedCount pic 9(04) value zero.
             01 WS-Total-Cost pic 9(12) value zero.
             01 WS-Total-Moves pic 9(08) value zero.
             01 WS-MoveCount-Disp pic Z(2).
             01 WS-From-Disp pic Z(3).
             01 WS-To-Disp   pic Z(3).
             01 WS-Line-Disp  pic Z(5)9.
             01 WS-Line-Disp2 pic Z(5)9.
             01 WS-Count-Disp pic Z(7)9.
             01 WS-Cost-Disp pic Z(11)9.
             01 WS-Report-Row.
                05 WS-Rep-Order     pic X(8).
                05 FILLER           pic X(2) value "  ".
                05 WS-Rep-Crate     pic A.
                05 FILLER           pic X(3) value "   ".
                05 WS-Rep-Priority  pic 9.
                05 FILLER           pic X(8) value "  stack ".
                05 WS-Rep-Stack     pic ZZ9.
                05 FILLER           pic X(7) value " level ".
                05 WS-Rep-Level     pic ZZ9.
                05 WS-Rep-Cover     pic Z(5)9.
                05 WS-Rep-Moves     pic Z(5)9.
                05 WS-Rep-Cost      pic Z(8)9.
                05 FILLER           pic X(2) value "  ".
                05 WS-Rep-Note      pic X(50).
       procedure division.
           compute WS-OrdBaseCrate = function ord("A") - 1
           perform load-crate-master
           perform load-segregation-rules
           perform load-crane-rates
           perform load-final-stacks
           if WS-StackCount = 0
             display "Day-05-Pick-Plan: no day05a-final-stacks.txt "
               "- run the crane first"
             move 8 to return-code
             goback
           end-if
           perform load-site-config
           if WS-Dispatch < 1 or WS-Dispatch > WS-StackCount
             display "Day-05-Pick-Plan: dispatch stack " WS-Dispatch
               " is not in a yard of " WS-StackCount " stack(s)"
             move 8 to return-code
             goback
           end-if
           perform load-crane-master
           perform load-pick-orders
           if WS-OrderCount = 0
             display "Day-05-Pick-Plan: no pick orders on "
               "pick-orders.txt - nothing to plan"
             goback
           end-if
           open output PlanFile
           open output PickReport
           perform write-report-heading
           perform varying WS-o from 1 by 1
                   until WS-o > WS-OrderCount
             perform plan-one-order
           end-perform
           perform write-report-totals
           close PlanFile
           close PickReport
           display WS-PlannedCount " pick order(s) planned in "
             WS-Total-Moves " move(s), " WS-RefusedCount
             " refused - see day05-pick-plan.txt"
           display "rehearse with: Day-05a SIMULATE "
             "day05a-pick-moves.txt day05a-final-stacks.txt"
           if WS-RefusedCount > 0 or WS-BadOrderCount > 0
             move 4 to return-code
           end-if
           goback.

           load-site-config.
             move WS-StackCount to WS-Dispatch
             move "dispatch-stack" to WS-Config-Key
             perform fetch-numeric-config
             if WS-Config-Found = "Y" and WS-Numval-Result <= 999
               move WS-Numval-Result to WS-Dispatch
             end-if
             move "crane-capacity" to WS-Config-Key
             perform fetch-numeric-config
             if WS-Config-Found = "Y" and WS-Numval-Result >= 1
               move WS-Numval-Result to WS-CraneCapacity
             end-if
             move "crane-mode" to WS-Config-Key
             move spaces to WS-Config-Value
             call "Site-Config" using WS-Config-Key WS-Config-Value
               WS-Config-Found
             if WS-Config-Found = "Y"
               move function upper-case(WS-Config-Value(1:6))
                 to WS-Crane-Mode
             end-if
           .

           fetch-numeric-config.
             move spaces to WS-Config-Value
             call "Site-Config" using WS-Config-Key WS-Config-Value
               WS-Config-Found
             if WS-Config-Found = "Y"
               move WS-Config-Value(1:20) to WS-Numval-Input
               perform validate-numeric-field
               if WS-Numval-Is-Invalid
                 move "N" to WS-Config-Found
               end-if
             end-if
           .

           load-crate-master.
             perform varying WS-k from 1 by 1 until WS-k > 26
               move 1 to WS-CrateWeight(WS-k)
               move spaces to WS-CrateContents(WS-k)
               move zero to WS-CratePending(WS-k)
             end-perform
             open input CrateMaster
             if WS-CrateMaster-Error
               display "no crate-master.txt - every crate planned "
                 "at weight class 1 and segregation check off"
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
                     move Crate-Weight
                       to WS-CrateWeight(WS-CrateIdx)
                     move Crate-Contents
                       to WS-CrateContents(WS-CrateIdx)
                   end-if
               end-read
             end-perform
             close CrateMaster
             move zero to WS-EOF
           .

           load-segregation-rules.
             open input SegregationRules
             if WS-Segreg-Error
               display "no segregation-rules.txt - segregation "
                 "check off"
               exit paragraph
             end-if
             move zero to WS-EOF
             perform until WS-EOF = 1
               move spaces to WS-Segreg-Record
               read SegregationRules into WS-Segreg-Record
                 at end move 1 to WS-EOF
                 not at end
                   evaluate WS-Segreg-Kind
                     when "ADJ"
                       if WS-AdjRuleCount < 20
                         add 1 to WS-AdjRuleCount
                         move function upper-case(WS-Segreg-Arg1)
                           to WS-AdjRule-Upper(WS-AdjRuleCount)
                         move function upper-case(WS-Segreg-Arg2)
                           to WS-AdjRule-Lower(WS-AdjRuleCount)
                       end-if
                     when "HGT"
                       if WS-HgtRuleCount < 20
                         add 1 to WS-HgtRuleCount
                         move function upper-case(WS-Segreg-Arg1)
                           to WS-HgtRule-Code(WS-HgtRuleCount)
                         move function numval(WS-Segreg-Arg2)
                           to WS-HgtRule-Limit(WS-HgtRuleCount)
                       end-if
                   end-evaluate
               end-read
             end-perform
             close SegregationRules
             move zero to WS-EOF
           .

           load-crane-rates.
             open input CraneRates
             if WS-Rates-Error
               display "no crane-rates.txt - costing at the "
                 "compiled defaults"
               exit paragraph
             end-if
             move zero to WS-EOF
             perform until WS-EOF = 1
               read CraneRates into WS-Rates-Record
                 at end move 1 to WS-EOF
                 not at end
                   move WS-Rate-Value to WS-Numval-Input
                   perform validate-numeric-field
                   if WS-Numval-Is-Valid
                     evaluate WS-Rate-Kind
                       when "LIFT"
                         move WS-Numval-Result to WS-Lift-Rate
                       when "PERDIST"
                         move WS-Numval-Result to WS-PerDist-Rate
                     end-evaluate
                   end-if
               end-read
             end-perform
             close CraneRates
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
                     move WS-Row-StackStr
                       to WS-Stack-Str(WS-StackCount)
                     move zero to WS-Stack-Height(WS-StackCount)
                     perform varying WS-k from 1 by 1
                             until WS-k > 200
                       if WS-Stack-Str(WS-StackCount)(WS-k:1)
                          not = " "
                         move WS-k to WS-Stack-Height(WS-StackCount)
                       end-if
                     end-perform
                   end-if
               end-read
             end-perform
             close FinalStacks
             move zero to WS-EOF
           .

      *    an unreadable order row is reported and skipped; the
      *    rest are slotted in behind every order of the same or
      *    more urgent priority.
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
                   if WS-Order-Record not = spaces
                     perform stow-pick-order
                   end-if
               end-read
             end-perform
             close PickOrders
             move zero to WS-EOF
           .

           stow-pick-order.
             move function upper-case(WS-OrdRec-Crate)
               to WS-OrdRec-Crate
             if WS-OrdRec-No = spaces
                or WS-OrdRec-Crate not alphabetic
                or WS-OrdRec-Crate = space
                or WS-OrdRec-Priority not numeric
                or WS-OrdRec-Priority = "0"
               add 1 to WS-BadOrderCount
               display "pick order row ignored - needs order, crate "
                 "A-Z and priority 1-9: "
                 function trim(WS-Order-Record)
               exit paragraph
             end-if
             if WS-OrderCount >= 500
               add 1 to WS-BadOrderCount
               display "more than 500 pick orders - order "
                 WS-OrdRec-No " not planned"
               exit paragraph
             end-if
             add 1 to WS-OrderCount
             move WS-OrderCount to WS-o
             perform varying WS-o2 from 1 by 1
                     until WS-o2 >= WS-OrderCount
               if WS-Ord-Priority(WS-o2) > WS-OrdRec-Priority
                 move WS-o2 to WS-o
                 exit perform
               end-if
             end-perform
             perform varying WS-o2 from WS-OrderCount by -1
                     until WS-o2 <= WS-o
               move WS-Order-Entry(WS-o2 - 1)
                 to WS-Order-Entry(WS-o2)
             end-perform
             move WS-OrdRec-No to WS-Ord-No(WS-o)
             move WS-OrdRec-Crate to WS-Ord-Crate(WS-o)
             move WS-OrdRec-Priority to WS-Ord-Priority(WS-o)
             compute WS-CrateIdx =
               function ord(WS-OrdRec-Crate) - WS-OrdBaseCrate
             add 1 to WS-CratePending(WS-CrateIdx)
           .

           plan-one-order.
             move WS-Stack-Table to WS-Saved-Stack-Table
             move zero to WS-PlanCount
             move zero to WS-Order-Cost
             move spaces to WS-Refuse-Reason
             compute WS-CrateIdx =
               function ord(WS-Ord-Crate(WS-o)) - WS-OrdBaseCrate
             subtract 1 from WS-CratePending(WS-CrateIdx)
             perform locate-order-crate
             if WS-Src = 0
               move "crate not in the yard" to WS-Refuse-Reason
               perform refuse-order
               exit paragraph
             end-if
      *      dig: every crate above the wanted one goes elsewhere.
             if WS-Src not = WS-Dispatch
               perform until WS-Stack-Height(WS-Src) = WS-Src-Level
                          or WS-Refuse-Reason not = spaces
                 perform relocate-top-crate
               end-perform
               if WS-Refuse-Reason = spaces
                 perform deliver-order-crate
               end-if
             end-if
             if WS-Refuse-Reason not = spaces
               move WS-Saved-Stack-Table to WS-Stack-Table
               perform refuse-order
               exit paragraph
             end-if
             perform write-order-plan
           .

      *    a copy already on the dispatch stack first; otherwise
      *    the copy of the letter with the fewest crates on top,
      *    the lowest stack number on a tie.
           locate-order-crate.
             move 0 to WS-Src
             move 0 to WS-Src-Level
             move 999 to WS-Best-Cover
             perform varying WS-k from 1 by 1
                     until WS-k > WS-Stack-Height(WS-Dispatch)
               if WS-Stack-Str(WS-Dispatch)(WS-k:1)
                  = WS-Ord-Crate(WS-o)
                 move WS-Dispatch to WS-Src
                 move WS-k to WS-Src-Level
                 move 0 to WS-Best-Cover
                 exit paragraph
               end-if
             end-perform
             perform varying WS-s from 1 by 1
                     until WS-s > WS-StackCount
               perform varying WS-k from 1 by 1
                       until WS-k > WS-Stack-Height(WS-s)
                 if WS-Stack-Str(WS-s)(WS-k:1) = WS-Ord-Crate(WS-o)
                    and WS-Stack-Height(WS-s) - WS-k < WS-Best-Cover
                   move WS-s to WS-Src
                   move WS-k to WS-Src-Level
                   compute WS-Best-Cover =
                     WS-Stack-Height(WS-s) - WS-k
                 end-if
               end-perform
             end-perform
           .

      *    the top crate of the source stack goes to the lowest
      *    stack that will take it, other than the source and the
      *    dispatch stack; a stack holding a crate a later order
      *    wants is used only when nothing else will do.
           relocate-top-crate.
             move WS-Stack-Str(WS-Src)(WS-Stack-Height(WS-Src):1)
               to WS-Move-Crate
             perform load-move-crate-attributes
             if WS-MultiCrane = 0
                and WS-CrateWeight(WS-CrateIdx) > WS-CraneCapacity
               string "blocker " WS-Move-Crate
                 " exceeds crane capacity"
                 delimited by size into WS-Refuse-Reason
               exit paragraph
             end-if
             move WS-Src to WS-Crane-From
             move WS-CrateWeight(WS-CrateIdx) to WS-Crane-Weight
             move 0 to WS-Dest
             move 1 to WS-Dest-Holds
             perform varying WS-s from 1 by 1
                     until WS-s > WS-StackCount
               if WS-s not = WS-Src and WS-s not = WS-Dispatch
                  and WS-Stack-Height(WS-s) < 200
                 move WS-s to WS-Crane-To
                 perform check-lift-crane
                 if WS-Crane-Lifts = 1
                   perform check-stack-segregation
                 end-if
                 if WS-Crane-Lifts = 1 and WS-Seg-Violation = 0
                   perform check-stack-holds-pending
                   if WS-Dest = 0
                      or WS-Cand-Holds < WS-Dest-Holds
                      or (WS-Cand-Holds = WS-Dest-Holds
                          and WS-Stack-Height(WS-s)
                              < WS-Stack-Height(WS-Dest))
                     move WS-s to WS-Dest
                     move WS-Cand-Holds to WS-Dest-Holds
                   end-if
                 end-if
               end-if
             end-perform
             if WS-Dest = 0 and WS-MultiCrane = 1
               string "no stack a crane reaches takes blocker "
                 WS-Move-Crate
                 delimited by size into WS-Refuse-Reason
               exit paragraph
             end-if
             if WS-Dest = 0
               string "no stack can take blocker " WS-Move-Crate
                 delimited by size into WS-Refuse-Reason
               exit paragraph
             end-if
             perform record-planned-transfer
           .

           deliver-order-crate.
             move WS-Ord-Crate(WS-o) to WS-Move-Crate
             perform load-move-crate-attributes
             if WS-MultiCrane = 0
                and WS-CrateWeight(WS-CrateIdx) > WS-CraneCapacity
               move "crate exceeds crane capacity"
                 to WS-Refuse-Reason
               exit paragraph
             end-if
             move WS-Src to WS-Crane-From
             move WS-Dispatch to WS-Crane-To
             move WS-CrateWeight(WS-CrateIdx) to WS-Crane-Weight
             perform check-lift-crane
             if WS-Crane-Reaches = 0
               move "no crane reaches source and dispatch"
                 to WS-Refuse-Reason
               exit paragraph
             end-if
             if WS-Crane-Lifts = 0
               move "crate exceeds every reaching crane"
                 to WS-Refuse-Reason
               exit paragraph
             end-if
             if WS-Stack-Height(WS-Dispatch) >= 200
               move "dispatch stack is full" to WS-Refuse-Reason
               exit paragraph
             end-if
             move WS-Dispatch to WS-s
             perform check-stack-segregation
             if WS-Seg-Violation = 1
               move "SEGREGATION at the dispatch stack"
                 to WS-Refuse-Reason
               exit paragraph
             end-if
             move WS-Dispatch to WS-Dest
             perform record-planned-transfer
           .

      *    the crane master, read only in multi-crane mode; no file
      *    or no usable row leaves the plan on the single-crane
      *    capacity knob, as Day-05a falls back.
           load-crane-master.
             move 0 to WS-MultiCrane
             move 0 to WS-CraneCount
             if WS-Crane-Mode not = "MULTI"
               exit paragraph
             end-if
             open input CraneMaster
             if WS-CraneMaster-Error
               display "crane-mode MULTI but no crane-master.txt - "
                 "planning for a single crane"
               exit paragraph
             end-if
             move zero to WS-EOF
             perform until WS-EOF = 1
               move spaces to WS-CraneMaster-Record
               read CraneMaster into WS-CraneMaster-Record
                 at end move 1 to WS-EOF
                 not at end perform load-crane-row
               end-read
             end-perform
             close CraneMaster
             move zero to WS-EOF
             if WS-CraneCount = 0
               display "crane-master.txt lists no usable crane - "
                 "planning for a single crane"
             else
               move 1 to WS-MultiCrane
             end-if
           .

           load-crane-row.
             if WS-CMRec-Id = spaces
               exit paragraph
             end-if
             move WS-CMRec-Capacity to WS-Numval-Input
             perform validate-numeric-field
             if WS-Numval-Is-Invalid or WS-CraneCount >= 10
               display "crane master row ignored: "
                 function trim(WS-CraneMaster-Record)
               exit paragraph
             end-if
             add 1 to WS-CraneCount
             move WS-CraneCount to WS-cr
             move WS-CMRec-Id to WS-Crane-Id(WS-cr)
             move WS-Numval-Result to WS-Crane-Capacity(WS-cr)
             move 0 to WS-Crane-RangeCount(WS-cr)
             if function upper-case(WS-CMRec-Reach(1:3)) = "ALL"
               move 1 to WS-Crane-RangeCount(WS-cr)
               move 1 to WS-Crane-Reach-Lo(WS-cr, 1)
               move 9999 to WS-Crane-Reach-Hi(WS-cr, 1)
               exit paragraph
             end-if
             perform varying WS-rg from 1 by 1 until WS-rg > 10
               move spaces to WS-Reach-Piece(WS-rg)
             end-perform
             unstring WS-CMRec-Reach delimited by "," or all space
               into WS-Reach-Piece(1) WS-Reach-Piece(2)
                    WS-Reach-Piece(3) WS-Reach-Piece(4)
                    WS-Reach-Piece(5) WS-Reach-Piece(6)
                    WS-Reach-Piece(7) WS-Reach-Piece(8)
                    WS-Reach-Piece(9) WS-Reach-Piece(10)
             end-unstring
             perform varying WS-rg from 1 by 1 until WS-rg > 10
               if WS-Reach-Piece(WS-rg) not = spaces
                 perform load-crane-range
               end-if
             end-perform
             if WS-Crane-RangeCount(WS-cr) = 0
               display "crane " WS-CMRec-Id " reaches no stack - "
                 "ignored"
               subtract 1 from WS-CraneCount
             end-if
           .

      *    one "lo-hi" or single-stack piece of a crane's reach.
           load-crane-range.
             move spaces to WS-Reach-Lo-Str
             move spaces to WS-Reach-Hi-Str
             unstring WS-Reach-Piece(WS-rg) delimited by "-"
               into WS-Reach-Lo-Str WS-Reach-Hi-Str
             end-unstring
             if WS-Reach-Hi-Str = spaces
               move WS-Reach-Lo-Str to WS-Reach-Hi-Str
             end-if
             move WS-Reach-Lo-Str to WS-Numval-Input
             perform validate-numeric-field
             if WS-Numval-Is-Invalid
               display "crane " WS-CMRec-Id " reach '"
                 function trim(WS-Reach-Piece(WS-rg)) "' ignored"
               exit paragraph
             end-if
             move WS-Numval-Result to WS-Reach-Stack
             move WS-Reach-Hi-Str to WS-Numval-Input
             perform validate-numeric-field
             if WS-Numval-Is-Invalid
               display "crane " WS-CMRec-Id " reach '"
                 function trim(WS-Reach-Piece(WS-rg)) "' ignored"
               exit paragraph
             end-if
             add 1 to WS-Crane-RangeCount(WS-cr)
             move WS-Reach-Stack
               to WS-Crane-Reach-Lo(WS-cr,
                    WS-Crane-RangeCount(WS-cr))
             move WS-Numval-Result
               to WS-Crane-Reach-Hi(WS-cr,
                    WS-Crane-RangeCount(WS-cr))
           .

      *    can the yard make the lift WS-Crane-Weight from stack
      *    WS-Crane-From to WS-Crane-To? single-crane mode asks the
      *    capacity knob; multi-crane mode asks for one crane that
      *    reaches both stacks and is rated for the weight, the
      *    test Day-05a's crane assignment makes.
           check-lift-crane.
             move 0 to WS-Crane-Reaches
             move 0 to WS-Crane-Lifts
             if WS-MultiCrane = 0
               move 1 to WS-Crane-Reaches
               if WS-Crane-Weight <= WS-CraneCapacity
                 move 1 to WS-Crane-Lifts
               end-if
               exit paragraph
             end-if
             perform varying WS-cr from 1 by 1
                     until WS-cr > WS-CraneCount
                        or WS-Crane-Lifts = 1
               move WS-Crane-From to WS-Reach-Stack
               perform check-stack-reach
               if WS-Reach-Found = 1
                 move WS-Crane-To to WS-Reach-Stack
                 perform check-stack-reach
               end-if
               if WS-Reach-Found = 1
                 move 1 to WS-Crane-Reaches
                 if WS-Crane-Weight <= WS-Crane-Capacity(WS-cr)
                   move 1 to WS-Crane-Lifts
                 end-if
               end-if
             end-perform
           .

           check-stack-reach.
             move 0 to WS-Reach-Found
             perform varying WS-rg from 1 by 1
                     until WS-rg > WS-Crane-RangeCount(WS-cr)
                        or WS-Reach-Found = 1
               if WS-Reach-Stack >= WS-Crane-Reach-Lo(WS-cr, WS-rg)
                  and WS-Reach-Stack
                      <= WS-Crane-Reach-Hi(WS-cr, WS-rg)
                 move 1 to WS-Reach-Found
               end-if
             end-perform
           .

           load-move-crate-attributes.
             compute WS-CrateIdx =
               function ord(WS-Move-Crate) - WS-OrdBaseCrate
             if WS-CrateIdx < 1 or WS-CrateIdx > 26
               move 1 to WS-CrateIdx
             end-if
             move WS-CrateContents(WS-CrateIdx) to WS-Move-Code
           .

      *    the same ADJ/HGT tests Day-05a applies before every
      *    transfer, for WS-Move-Crate landing on stack WS-s.
           check-stack-segregation.
             move 0 to WS-Seg-Violation
             compute WS-Land-Level = WS-Stack-Height(WS-s) + 1
             move spaces to WS-Lower-Code
             if WS-Stack-Height(WS-s) > 0
               compute WS-k =
                 function ord(WS-Stack-Str(WS-s)
                   (WS-Stack-Height(WS-s):1)) - WS-OrdBaseCrate
               if WS-k >= 1 and WS-k <= 26
                 move WS-CrateContents(WS-k) to WS-Lower-Code
               end-if
             end-if
             perform varying WS-sg from 1 by 1
                     until WS-sg > WS-AdjRuleCount
               if WS-AdjRule-Upper(WS-sg) = WS-Move-Code
                  and WS-AdjRule-Lower(WS-sg) = WS-Lower-Code
                  and WS-Lower-Code not = spaces
                 move 1 to WS-Seg-Violation
               end-if
             end-perform
             perform varying WS-sg from 1 by 1
                     until WS-sg > WS-HgtRuleCount
               if WS-HgtRule-Code(WS-sg) = WS-Move-Code
                  and WS-Land-Level > WS-HgtRule-Limit(WS-sg)
                 move 1 to WS-Seg-Violation
               end-if
             end-perform
           .

           check-stack-holds-pending.
             move 0 to WS-Cand-Holds
             perform varying WS-k from 1 by 1
                     until WS-k > WS-Stack-Height(WS-s)
                        or WS-Cand-Holds = 1
               compute WS-sg =
                 function ord(WS-Stack-Str(WS-s)(WS-k:1))
                 - WS-OrdBaseCrate
               if WS-sg >= 1 and WS-sg <= 26
                 if WS-CratePending(WS-sg) > 0
                   move 1 to WS-Cand-Holds
                 end-if
               end-if
             end-perform
           .

      *    applied to the working layout straight away so the next
      *    decision sees the yard as the crane will leave it.
           record-planned-transfer.
             if WS-PlanCount >= 200
               move "more than 200 moves for one order"
                 to WS-Refuse-Reason
               exit paragraph
             end-if
             add 1 to WS-PlanCount
             move WS-Src to WS-Plan-From(WS-PlanCount)
             move WS-Dest to WS-Plan-To(WS-PlanCount)
             move WS-Move-Crate to WS-Stack-Str(WS-Dest)
               (WS-Stack-Height(WS-Dest) + 1:1)
             add 1 to WS-Stack-Height(WS-Dest)
             move " " to WS-Stack-Str(WS-Src)
               (WS-Stack-Height(WS-Src):1)
             subtract 1 from WS-Stack-Height(WS-Src)
             if WS-Src > WS-Dest
               compute WS-Dist = WS-Src - WS-Dest
             else
               compute WS-Dist = WS-Dest - WS-Src
             end-if
             compute WS-Transfer-Cost = WS-Lift-Rate
               + WS-CrateWeight(WS-CrateIdx) * WS-PerDist-Rate
                 * WS-Dist
             add WS-Transfer-Cost to WS-Order-Cost
           .

           write-order-plan.
             compute WS-First-Line = WS-Plan-Line-No + 1
             perform varying WS-p from 1 by 1
                     until WS-p > WS-PlanCount
               move 1 to WS-MoveCount-Disp
               move WS-Plan-From(WS-p) to WS-From-Disp
               move WS-Plan-To(WS-p) to WS-To-Disp
               move spaces to PlanFile-Line
               string "move " function trim(WS-MoveCount-Disp)
                 " from " function trim(WS-From-Disp)
                 " to " function trim(WS-To-Disp)
                 delimited by size into PlanFile-Line
               write PlanFile-Line
               add 1 to WS-Plan-Line-No
             end-perform
             add 1 to WS-PlannedCount
             add WS-PlanCount to WS-Total-Moves
             add WS-Order-Cost to WS-Total-Cost
             perform fill-report-row
             move WS-Src to WS-Rep-Stack
             move WS-Src-Level to WS-Rep-Level
             move WS-Best-Cover to WS-Rep-Cover
             move WS-PlanCount to WS-Rep-Moves
             move WS-Order-Cost to WS-Rep-Cost
             if WS-PlanCount = 0
               move "already on the dispatch stack" to WS-Rep-Note
             else
               move WS-First-Line to WS-Line-Disp
               move WS-Plan-Line-No to WS-Line-Disp2
               string "plan lines " function trim(WS-Line-Disp)
                 "-" function trim(WS-Line-Disp2)
                 delimited by size into WS-Rep-Note
             end-if
             move WS-Report-Row to PickReport-Line
             write PickReport-Line
           .

           refuse-order.
             add 1 to WS-RefusedCount
             perform fill-report-row
             move WS-Src to WS-Rep-Stack
             move WS-Src-Level to WS-Rep-Level
             move zero to WS-Rep-Cover
             move zero to WS-Rep-Moves
             move zero to WS-Rep-Cost
             string "REFUSED - " WS-Refuse-Reason
               delimited by size into WS-Rep-Note
             move WS-Report-Row to PickReport-Line
             write PickReport-Line
             display "order " WS-Ord-No(WS-o) " refused - "
               function trim(WS-Refuse-Reason)
           .

           fill-report-row.
             move WS-Ord-No(WS-o) to WS-Rep-Order
             move WS-Ord-Crate(WS-o) to WS-Rep-Crate
             move WS-Ord-Priority(WS-o) to WS-Rep-Priority
             move spaces to WS-Rep-Note
           .

           write-report-heading.
             move spaces to PickReport-Line
             move WS-Dispatch to WS-To-Disp
             string "pick-order plan from day05a-final-stacks.txt, "
               "dispatch stack " function trim(WS-To-Disp)
               delimited by size into PickReport-Line
             write PickReport-Line
             move spaces to PickReport-Line
             write PickReport-Line
             string "order     crate pri  from                  "
               "cover moves     cost  plan"
               delimited by size into PickReport-Line
             write PickReport-Line
           .

           write-report-totals.
             move spaces to PickReport-Line
             write PickReport-Line
             move spaces to PickReport-Line
             move WS-PlannedCount to WS-Count-Disp
             move WS-Total-Cost to WS-Cost-Disp
             string function trim(WS-Count-Disp)
               " order(s) planned, estimated cost "
               function trim(WS-Cost-Disp)
               delimited by size into PickReport-Line
             write PickReport-Line
             move spaces to PickReport-Line
             move WS-RefusedCount to WS-Count-Disp
             string function trim(WS-Count-Disp)
               " order(s) refused"
               delimited by size into PickReport-Line
             write PickReport-Line
           .

           copy "numvalp.cpy".
