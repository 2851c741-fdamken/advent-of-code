       identification division.
           program-id. Day-05-Move-Optimizer.
      *    the move lists the yard receives are full of wasted crane
      *    work - a crate set down on a stack and lifted straight
      *    back, or carried A to B and then B to C. Day-05-Cost-Report
      *    prices the waste; this removes it. the starting layout
      *    (day05a-stack-roster.dat) and the move list
      *    (day05a-move-roster.dat) are replayed lift by lift under
      *    the 9000 model, one crate per lift, and two lifts of the
      *    same crate are folded together wherever nothing else
      *    touches the stacks involved in between:
      *      - X from A to B, later X from B back to A, with A and B
      *        untouched meanwhile: both lifts go;
      *      - X from A to B, later X from B to C: one lift from A
      *        to C, at the later point when A is untouched in
      *        between, or at the earlier one when C is.
      *    every stack then passes through the same states as before
      *    from the point each fold closes, so the final layout is
      *    identical and no lift breaks the crane-capacity knob or
      *    the segregation rules that the original list did not -
      *    and the new list is replayed from the start layout to
      *    make sure of it before anything is written. under
      *    site-config crane-mode MULTI the knob gives way to the
      *    cranes on crane-master.txt, as it does in Day-05a: an A
      *    to C fold is made only when one crane reaches both A and
      *    C and is rated for the crate, and every replayed lift
      *    needs such a crane. runs of the same from/to are packed
      *    back into "move N from X to Y" instructions that one
      *    crane can lift whole, and the plan goes to
      *    day05a-optimized-moves.txt in the standard
      *    input format, with the layout it must reach in
      *    day05a-optimized-target.txt. day05-move-optimizer.txt
      *    gives instructions, lifts and crane-rates.txt cost before
      *    and after.
      *    a move list the crane would itself reject in part is not
      *    optimized - its final layout depends on the rejects.
      *    nothing is released on the optimizer's word alone. the
      *    plan is trial-run through Day-05a's what-if mode:
      *      Day-05a SIMULATE day05a-optimized-moves.txt
      *    and then
      *      Day-05-Move-Optimizer PROVE
      *    checks the what-if run had no rejects, made exactly the
      *    planned lifts and left day05a-whatif-final-stacks.txt
      *    identical to the target; only then is the plan copied to
      *    day05a-optimized-released.txt (any older release is
      *    withdrawn when a proof fails). rc 8 when the list cannot
      *    be optimized or the proof fails.
       environment division.
           input-output section.
             file-control.
               select StackRoster assign to "day05a-stack-roster.dat"
                 organization is relative
                 access mode is sequential
                 relative key is WS-StackRoster-Key
                 file status is WS-StackRoster-Status.
               select MoveInstrRoster
                 assign to "day05a-move-roster.dat"
                 organization is relative
                 access mode is sequential
                 relative key is WS-MoveRoster-Key
                 file status is WS-MoveRoster-Status.
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
                 assign to "day05a-optimized-moves.txt"
                 organization is line sequential
                 file status is WS-Plan-Status.
               select TargetFile
                 assign to "day05a-optimized-target.txt"
                 organization is line sequential
                 file status is WS-Target-Status.
               select WhatIfStacks
                 assign to "day05a-whatif-final-stacks.txt"
                 organization is line sequential
                 file status is WS-WhatIfStacks-Status.
               select WhatIfRejects
                 assign to "day05a-whatif-rejects.txt"
                 organization is line sequential
                 file status is WS-WhatIfRejects-Status.
               select WhatIfTrans
                 assign to "day05a-whatif-transactions.txt"
                 organization is line sequential
                 file status is WS-WhatIfTrans-Status.
               select OptimizerReport
                 assign to "day05-move-optimizer.txt"
                 organization is line sequential
                 file status is WS-Report-Status.
       data division.
           file section.
             fd StackRoster.
                01 StackRoster-Record pic A(200).
             fd MoveInstrRoster.
                01 MoveInstrRoster-Record.
                   05 MIR-MoveCount pic 99.
                   05 MIR-MoveFrom  pic 999.
                   05 MIR-MoveTo    pic 999.
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
             fd TargetFile.
                01 TargetFile-Line pic X(210).
             fd WhatIfStacks.
                01 WhatIfStacks-Line pic X(210).
             fd WhatIfRejects.
                01 WhatIfRejects-Line pic X(100).
             fd WhatIfTrans.
                01 WhatIfTrans-Line pic X(60).
             fd OptimizerReport.
                01 OptimizerReport-Line pic X(80).
           working-storage section.
             copy "numval.cpy".
             01 WS-StackRoster-Key    pic 9(04).
             01 WS-StackRoster-Status pic XX.
             88 WS-StackRoster-OK    value "00".
             88 WS-StackRoster-Error value "30" thru "99".
             01 WS-MoveRoster-Key    pic 9(08).
             01 WS-MoveRoster-Status pic XX.
             88 WS-MoveRoster-OK    value "00".
             88 WS-MoveRoster-Error value "30" thru "99".
             01 WS-CrateMaster-Status pic XX.
             88 WS-CrateMaster-OK    value "00".
             88 WS-CrateMaster-Error value "30" thru "99".
             01 WS-Segreg-Status pic XX.
             88 WS-Segreg-OK    value "00".
             88 WS-Segreg-Error value "30" thru "99".
             01 WS-Rates-Status pic XX.
             88 WS-Rates-OK    value "00".
             88 WS-Rates-Error value "30" thru "99".
             01 WS-Plan-Status pic XX.
             88 WS-Plan-OK    value "00".
             88 WS-Plan-Error value "30" thru "99".
             01 WS-Target-Status pic XX.
             88 WS-Target-OK    value "00".
             88 WS-Target-Error value "30" thru "99".
             01 WS-WhatIfStacks-Status pic XX.
             88 WS-WhatIfStacks-OK    value "00".
             88 WS-WhatIfStacks-Error value "30" thru "99".
             01 WS-WhatIfRejects-Status pic XX.
             88 WS-WhatIfRejects-OK    value "00".
             88 WS-WhatIfRejects-Error value "30" thru "99".
             01 WS-WhatIfTrans-Status pic XX.
             88 WS-WhatIfTrans-OK    value "00".
             88 WS-WhatIfTrans-Error value "30" thru "99".
             01 WS-Report-Status pic XX.
             01 WS-EOF pic 9 value zero.
             01 WS-Param-Line pic X(40).
             01 WS-Mode pic X(8).
             01 WS-Stacks-Row.
                05 WS-Row-StackNo  pic 999.
                05 FILLER          pic X(1).
                05 WS-Row-StackStr pic A(200).
             01 WS-Check-Row.
                05 WS-Chk-StackNo  pic 999.
                05 FILLER          pic X(1).
                05 WS-Chk-StackStr pic A(200).
      *      the working layout the replays run against, and copies
      *      of the start layout and of the layout the original list
      *      leaves - the target every later replay must match.
             01 WS-StackCount pic 9(03) value zero.
             01 WS-Stack-Table.
                05 WS-Stack-Entry occurs 999 times.
                   10 WS-Stack-Str    pic A(200).
                   10 WS-Stack-Height pic 9(03).
             01 WS-Start-Stack-Table pic X(202797).
             01 WS-Target-Stack-Table pic X(202797).
             01 WS-Crate-Table.
                05 WS-Crate occurs 26 times.
                   10 WS-CrateWeight   pic 9(02).
                   10 WS-CrateContents pic X(04).
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
      *      the instruction list being replayed: first the move
      *      roster, then the optimized list for its check replay.
             01 WS-MaxRun pic 9(05) value 30000.
             01 WS-RunCount pic 9(05) value zero.
             01 WS-Run-Table.
                05 WS-Run occurs 30000 times.
                   10 WS-Run-Count pic 9(02).
                   10 WS-Run-From  pic 9(03).
                   10 WS-Run-To    pic 9(03).
      *      the original list's single-crate lifts; folded lifts
      *      are switched off rather than removed.
             01 WS-MaxLift pic 9(05) value 30000.
             01 WS-LiftCount pic 9(05) value zero.
             01 WS-Lift-Table.
                05 WS-Lift occurs 30000 times.
                   10 WS-Lift-Crate  pic X(1).
                   10 WS-Lift-From   pic 9(03).
                   10 WS-Lift-To     pic 9(03).
                   10 WS-Lift-Weight pic 9(02).
                   10 WS-Lift-Active pic 9.
             01 WS-Record-Lifts pic 9 value zero.
             01 WS-r pic 9(05).
             01 WS-i pic 9(05).
             01 WS-j pic 9(05).
             01 WS-k pic 9(05).
             01 WS-n pic 9(02).
             01 WS-s pic 9(03).
             01 WS-From pic 9(03).
             01 WS-To pic 9(03).
             01 WS-a pic 9(03).
             01 WS-b pic 9(03).
             01 WS-c pic 9(03).
             01 WS-A-Touched pic 9.
             01 WS-C-Touched pic 9.
             01 WS-Changed pic 9.
             01 WS-Move-Crate pic X(1).
             01 WS-Move-Code pic X(4).
             01 WS-Lower-Code pic X(4).
             01 WS-Land-Level pic 9(03).
             01 WS-Seg-Violation pic 9.
             01 WS-LiftWeight pic 9(06).
             01 WS-Group-Weight pic 9(06).
             01 WS-Dist pic 9(03).
             01 WS-Sim-Lifts pic 9(07).
             01 WS-Sim-Cost pic 9(12).
             01 WS-Refuse-Reason pic X(50).
             01 WS-Refuse-Instr pic 9(05).
             01 WS-Orig-Instr pic 9(07).
             01 WS-Orig-Lifts pic 9(07).
             01 WS-Orig-Cost  pic 9(12).
             01 WS-Opt-Instr  pic 9(07).
             01 WS-Opt-Lifts  pic 9(07).
             01 WS-Opt-Cost   pic 9(12).
             01 WS-Saved-Value pic 9(12).
             01 WS-RoundTrips pic 9(07) value zero.
             01 WS-Relays     pic 9(07) value zero.
             01 WS-Proof-Failed pic 9 value zero.
             01 WS-Planned-Lifts pic 9(07) value zero.
             01 WS-WhatIf-Lifts pic 9(07) value zero.
             01 WS-WhatIf-Rejects pic 9(07) value zero.
             01 WS-Row-Count pic 9(04) value zero.
             01 WS-Plan-Words.
                05 WS-PW-Move  pic X(8).
                05 WS-PW-Count pic X(8).
             01 WS-Copy-From-Name pic X(60)
                value "day05a-optimized-moves.txt".
             01 WS-Release-Name pic X(60)
                value "day05a-optimized-released.txt".
             01 WS-MoveCount-Disp pic Z(2).
             01 WS-From-Disp pic Z(3).
             01 WS-To-Disp   pic Z(3).
             01 WS-Instr-Disp pic Z(6)9.
             01 WS-Lifts-Disp pic Z(6)9.
             01 WS-Cost-Disp  pic Z(11)9.
             01 WS-Report-Label pic X(12).
             01 WS-Proof-Line pic X(80).
       procedure division.
           compute WS-OrdBaseCrate = function ord("A") - 1
           accept WS-Param-Line from command-line
           move spaces to WS-Mode
           unstring WS-Param-Line delimited by all space
             into WS-Mode
           end-unstring
           move function upper-case(WS-Mode) to WS-Mode
           if WS-Mode = "PROVE"
             perform prove-optimized-plan
             goback
           end-if
           if WS-Mode not = spaces and WS-Mode not = "PLAN"
             display "Day-05-Move-Optimizer: usage is PLAN (the "
               "default) or PROVE"
             move 8 to return-code
             goback
           end-if
           perform load-site-config
           perform load-crane-master
           perform load-crate-master
           perform load-segregation-rules
           perform load-crane-rates
           perform load-start-layout
           if WS-StackCount = 0
             display "Day-05-Move-Optimizer: no day05a-stack-roster"
               ".dat - run Day-05a first"
             move 8 to return-code
             goback
           end-if
           move WS-Stack-Table to WS-Start-Stack-Table
           perform load-move-roster
           if WS-RunCount = 0
             display "Day-05-Move-Optimizer: no moves on "
               "day05a-move-roster.dat - nothing to optimize"
             move 8 to return-code
             goback
           end-if
           move WS-RunCount to WS-Orig-Instr
           move 1 to WS-Record-Lifts
           perform replay-move-list
           if WS-Refuse-Reason not = spaces
             display "Day-05-Move-Optimizer: instruction "
               WS-Refuse-Instr " would be rejected by the crane ("
               function trim(WS-Refuse-Reason) ") - fix the move "
               "list first; nothing optimized"
             move 8 to return-code
             goback
           end-if
           move WS-Sim-Lifts to WS-Orig-Lifts
           move WS-Sim-Cost to WS-Orig-Cost
           move WS-Stack-Table to WS-Target-Stack-Table
           perform fold-lifts
           perform pack-instructions
           move 0 to WS-Record-Lifts
           perform replay-move-list
           if WS-Refuse-Reason not = spaces
              or WS-Stack-Table not = WS-Target-Stack-Table
             display "Day-05-Move-Optimizer: the optimized list does "
               "not replay to the same layout - nothing written"
             move 8 to return-code
             goback
           end-if
           move WS-RunCount to WS-Opt-Instr
           move WS-Sim-Lifts to WS-Opt-Lifts
           move WS-Sim-Cost to WS-Opt-Cost
           perform write-optimized-plan
           perform write-target-layout
           perform write-optimizer-report
           display "Day-05-Move-Optimizer: " WS-Orig-Lifts " lift(s) "
             "cut to " WS-Opt-Lifts " - prove it with Day-05a "
             "SIMULATE day05a-optimized-moves.txt, then PROVE"
           goback.

           load-site-config.
             move "crane-capacity" to WS-Config-Key
             move spaces to WS-Config-Value
             call "Site-Config" using WS-Config-Key WS-Config-Value
               WS-Config-Found
             if WS-Config-Found = "Y"
               move WS-Config-Value(1:20) to WS-Numval-Input
               perform validate-numeric-field
               if WS-Numval-Is-Valid and WS-Numval-Result >= 1
                  and WS-Numval-Result <= 9999
                 move WS-Numval-Result to WS-CraneCapacity
               end-if
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

           load-crate-master.
             perform varying WS-k from 1 by 1 until WS-k > 26
               move 1 to WS-CrateWeight(WS-k)
               move spaces to WS-CrateContents(WS-k)
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

      *    the rostered start layout, taken at the full 200-slot
      *    height exactly as Day-05a's what-if mode takes it.
           load-start-layout.
             open input StackRoster
             if WS-StackRoster-Error
               exit paragraph
             end-if
             move zero to WS-EOF
             perform until WS-EOF = 1
               read StackRoster
                 at end move 1 to WS-EOF
                 not at end
                   if WS-StackCount < 999
                     add 1 to WS-StackCount
                     move StackRoster-Record
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
             close StackRoster
             move zero to WS-EOF
           .

           load-move-roster.
             open input MoveInstrRoster
             if WS-MoveRoster-Error
               exit paragraph
             end-if
             move zero to WS-EOF
             perform until WS-EOF = 1
               read MoveInstrRoster
                 at end move 1 to WS-EOF
                 not at end
                   if WS-RunCount < WS-MaxRun
                     add 1 to WS-RunCount
                     move MIR-MoveCount to WS-Run-Count(WS-RunCount)
                     move MIR-MoveFrom to WS-Run-From(WS-RunCount)
                     move MIR-MoveTo to WS-Run-To(WS-RunCount)
                   end-if
               end-read
             end-perform
             close MoveInstrRoster
             move zero to WS-EOF
           .

      *    the run table replayed from the start layout with the
      *    checks Day-05a makes: stack range, empty source, overfill,
      *    the instruction's total lift against crane-capacity (or
      *    against the cranes reaching both stacks, multi-crane),
      *    and ADJ/HGT for each crate as it lands. the first
      *    instruction the crane would reject stops the replay.
           replay-move-list.
             move WS-Start-Stack-Table to WS-Stack-Table
             move zero to WS-Sim-Lifts
             move zero to WS-Sim-Cost
             move spaces to WS-Refuse-Reason
             move zero to WS-Refuse-Instr
             if WS-Record-Lifts = 1
               move zero to WS-LiftCount
             end-if
             perform varying WS-r from 1 by 1 until WS-r > WS-RunCount
               perform replay-instruction
               if WS-Refuse-Reason not = spaces
                 move WS-r to WS-Refuse-Instr
                 exit perform
               end-if
             end-perform
           .

           replay-instruction.
             move WS-Run-From(WS-r) to WS-From
             move WS-Run-To(WS-r) to WS-To
             if WS-From < 1 or WS-From > WS-StackCount
                or WS-To < 1 or WS-To > WS-StackCount
               move "stack number out of range" to WS-Refuse-Reason
               exit paragraph
             end-if
             if WS-From = WS-To
               move "move onto its own stack" to WS-Refuse-Reason
               exit paragraph
             end-if
             if WS-Stack-Height(WS-From) = 0
               move "source stack is empty" to WS-Refuse-Reason
               exit paragraph
             end-if
             if 200 - WS-Stack-Height(WS-To) < WS-Run-Count(WS-r)
               move "move would overfill destination stack"
                 to WS-Refuse-Reason
               exit paragraph
             end-if
             move zero to WS-LiftWeight
             move WS-Stack-Height(WS-From) to WS-k
             perform varying WS-n from 1 by 1
                     until WS-n > WS-Run-Count(WS-r) or WS-k < 1
               move WS-Stack-Str(WS-From)(WS-k:1) to WS-Move-Crate
               perform load-move-crate-attributes
               add WS-CrateWeight(WS-CrateIdx) to WS-LiftWeight
               subtract 1 from WS-k
             end-perform
             move WS-From to WS-Crane-From
             move WS-To to WS-Crane-To
             move WS-LiftWeight to WS-Crane-Weight
             perform check-lift-crane
             if WS-Crane-Reaches = 0
               move "no single crane reaches both stacks"
                 to WS-Refuse-Reason
               exit paragraph
             end-if
             if WS-Crane-Lifts = 0 and WS-MultiCrane = 1
               move "lift exceeds every reaching crane"
                 to WS-Refuse-Reason
               exit paragraph
             end-if
             if WS-Crane-Lifts = 0
               move "lift exceeds crane rated capacity"
                 to WS-Refuse-Reason
               exit paragraph
             end-if
             perform varying WS-n from 1 by 1
                     until WS-n > WS-Run-Count(WS-r)
               if WS-Stack-Height(WS-From) = 0
                 move "source ran out partway through the move"
                   to WS-Refuse-Reason
                 exit perform
               end-if
               move WS-Stack-Str(WS-From)
                 (WS-Stack-Height(WS-From):1) to WS-Move-Crate
               perform load-move-crate-attributes
               move WS-To to WS-s
               perform check-stack-segregation
               if WS-Seg-Violation = 1
                 move "SEGREGATION" to WS-Refuse-Reason
                 exit perform
               end-if
               perform apply-lift
             end-perform
           .

           apply-lift.
             move WS-Move-Crate to WS-Stack-Str(WS-To)
               (WS-Stack-Height(WS-To) + 1:1)
             add 1 to WS-Stack-Height(WS-To)
             move " " to WS-Stack-Str(WS-From)
               (WS-Stack-Height(WS-From):1)
             subtract 1 from WS-Stack-Height(WS-From)
             if WS-From > WS-To
               compute WS-Dist = WS-From - WS-To
             else
               compute WS-Dist = WS-To - WS-From
             end-if
             add 1 to WS-Sim-Lifts
             compute WS-Sim-Cost = WS-Sim-Cost + WS-Lift-Rate
               + WS-CrateWeight(WS-CrateIdx) * WS-PerDist-Rate
                 * WS-Dist
             if WS-Record-Lifts = 1 and WS-LiftCount < WS-MaxLift
               add 1 to WS-LiftCount
               move WS-Move-Crate to WS-Lift-Crate(WS-LiftCount)
               move WS-From to WS-Lift-From(WS-LiftCount)
               move WS-To to WS-Lift-To(WS-LiftCount)
               move WS-CrateWeight(WS-CrateIdx)
                 to WS-Lift-Weight(WS-LiftCount)
               move 1 to WS-Lift-Active(WS-LiftCount)
             end-if
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

      *    passes over the lifts until one finds nothing more to
      *    fold - a fold can line up the next one.
           fold-lifts.
             move 1 to WS-Changed
             perform until WS-Changed = 0
               move 0 to WS-Changed
               perform varying WS-i from 1 by 1
                       until WS-i > WS-LiftCount
                 if WS-Lift-Active(WS-i) = 1
                   perform try-fold-lift
                 end-if
               end-perform
             end-perform
           .

      *    lift i puts a crate on stack b; the next live lift to
      *    touch b decides. only a lift taking that same crate off
      *    again (b to c) can fold with it.
           try-fold-lift.
             move WS-Lift-From(WS-i) to WS-a
             move WS-Lift-To(WS-i) to WS-b
             move 0 to WS-j
             move 0 to WS-A-Touched
             compute WS-k = WS-i + 1
             perform varying WS-k from WS-k by 1
                     until WS-k > WS-LiftCount
               if WS-Lift-Active(WS-k) = 1
                 if WS-Lift-From(WS-k) = WS-b
                    or WS-Lift-To(WS-k) = WS-b
                   move WS-k to WS-j
                   exit perform
                 end-if
                 if WS-Lift-From(WS-k) = WS-a
                    or WS-Lift-To(WS-k) = WS-a
                   move 1 to WS-A-Touched
                 end-if
               end-if
             end-perform
             if WS-j = 0
               exit paragraph
             end-if
             if WS-Lift-From(WS-j) not = WS-b
               exit paragraph
             end-if
             move WS-Lift-To(WS-j) to WS-c
      *      the folded lift runs A to C - with several cranes, one
      *      of them has to reach both and take the crate.
             if WS-c not = WS-a
               move WS-a to WS-Crane-From
               move WS-c to WS-Crane-To
               move WS-Lift-Weight(WS-i) to WS-Crane-Weight
               perform check-lift-crane
               if WS-Crane-Lifts = 0
                 exit paragraph
               end-if
             end-if
             if WS-A-Touched = 0
               if WS-c = WS-a
                 move 0 to WS-Lift-Active(WS-i)
                 move 0 to WS-Lift-Active(WS-j)
                 add 1 to WS-RoundTrips
               else
                 move WS-a to WS-Lift-From(WS-j)
                 move 0 to WS-Lift-Active(WS-i)
                 add 1 to WS-Relays
               end-if
               move 1 to WS-Changed
               exit paragraph
             end-if
             if WS-c = WS-a
               exit paragraph
             end-if
             move 0 to WS-C-Touched
             compute WS-k = WS-i + 1
             perform varying WS-k from WS-k by 1 until WS-k >= WS-j
               if WS-Lift-Active(WS-k) = 1
                  and (WS-Lift-From(WS-k) = WS-c
                       or WS-Lift-To(WS-k) = WS-c)
                 move 1 to WS-C-Touched
                 exit perform
               end-if
             end-perform
             if WS-C-Touched = 0
               move WS-c to WS-Lift-To(WS-i)
               move 0 to WS-Lift-Active(WS-j)
               add 1 to WS-Relays
               move 1 to WS-Changed
             end-if
           .

      *    consecutive live lifts with the same from/to become one
      *    instruction, kept inside what one crane can lift (the
      *    crane weighs an instruction's whole lift) and two digits.
           pack-instructions.
             move zero to WS-RunCount
             move zero to WS-Group-Weight
             perform varying WS-i from 1 by 1 until WS-i > WS-LiftCount
               if WS-Lift-Active(WS-i) = 1
                 move 0 to WS-Crane-Lifts
                 if WS-RunCount > 0
                   if WS-Run-From(WS-RunCount) = WS-Lift-From(WS-i)
                      and WS-Run-To(WS-RunCount) = WS-Lift-To(WS-i)
                      and WS-Run-Count(WS-RunCount) < 99
                     move WS-Lift-From(WS-i) to WS-Crane-From
                     move WS-Lift-To(WS-i) to WS-Crane-To
                     compute WS-Crane-Weight =
                       WS-Group-Weight + WS-Lift-Weight(WS-i)
                     perform check-lift-crane
                   end-if
                 end-if
                 if WS-Crane-Lifts = 1
                   add 1 to WS-Run-Count(WS-RunCount)
                   add WS-Lift-Weight(WS-i) to WS-Group-Weight
                 else
                   perform start-instruction
                 end-if
               end-if
             end-perform
           .

           start-instruction.
             add 1 to WS-RunCount
             move 1 to WS-Run-Count(WS-RunCount)
             move WS-Lift-From(WS-i) to WS-Run-From(WS-RunCount)
             move WS-Lift-To(WS-i) to WS-Run-To(WS-RunCount)
             move WS-Lift-Weight(WS-i) to WS-Group-Weight
           .

           write-optimized-plan.
             open output PlanFile
             perform varying WS-r from 1 by 1 until WS-r > WS-RunCount
               move WS-Run-Count(WS-r) to WS-MoveCount-Disp
               move WS-Run-From(WS-r) to WS-From-Disp
               move WS-Run-To(WS-r) to WS-To-Disp
               move spaces to PlanFile-Line
               string "move " function trim(WS-MoveCount-Disp)
                 " from " function trim(WS-From-Disp)
                 " to " function trim(WS-To-Disp)
                 delimited by size into PlanFile-Line
               write PlanFile-Line
             end-perform
             close PlanFile
           .

      *    the layout the original list leaves, in the final-stacks
      *    row shape, for PROVE to hold the what-if run against.
           write-target-layout.
             move WS-Target-Stack-Table to WS-Stack-Table
             open output TargetFile
             perform varying WS-s from 1 by 1 until WS-s > WS-StackCount
               move spaces to WS-Stacks-Row
               move WS-s to WS-Row-StackNo
               move WS-Stack-Str(WS-s) to WS-Row-StackStr
               move WS-Stacks-Row to TargetFile-Line
               write TargetFile-Line
             end-perform
             close TargetFile
           .

           write-optimizer-report.
             open output OptimizerReport
             move "move-list optimization of day05a-move-roster.dat"
               to OptimizerReport-Line
             write OptimizerReport-Line
             move spaces to OptimizerReport-Line
             write OptimizerReport-Line
             move "              instructions    lifts             cost"
               to OptimizerReport-Line
             write OptimizerReport-Line
             move "before" to WS-Report-Label
             move WS-Orig-Instr to WS-Instr-Disp
             move WS-Orig-Lifts to WS-Lifts-Disp
             move WS-Orig-Cost to WS-Cost-Disp
             perform write-comparison-row
             move "after" to WS-Report-Label
             move WS-Opt-Instr to WS-Instr-Disp
             move WS-Opt-Lifts to WS-Lifts-Disp
             move WS-Opt-Cost to WS-Cost-Disp
             perform write-comparison-row
             move "saved" to WS-Report-Label
             if WS-Opt-Instr < WS-Orig-Instr
               compute WS-Saved-Value = WS-Orig-Instr - WS-Opt-Instr
             else
               move zero to WS-Saved-Value
             end-if
             move WS-Saved-Value to WS-Instr-Disp
             compute WS-Saved-Value = WS-Orig-Lifts - WS-Opt-Lifts
             move WS-Saved-Value to WS-Lifts-Disp
             compute WS-Saved-Value = WS-Orig-Cost - WS-Opt-Cost
             move WS-Saved-Value to WS-Cost-Disp
             perform write-comparison-row
             move spaces to OptimizerReport-Line
             write OptimizerReport-Line
             move WS-RoundTrips to WS-Instr-Disp
             move WS-Relays to WS-Lifts-Disp
             move spaces to OptimizerReport-Line
             string "round trips removed " function trim(WS-Instr-Disp)
               ", relays shortened " function trim(WS-Lifts-Disp)
               delimited by size into OptimizerReport-Line
             write OptimizerReport-Line
             move "final layout: identical to the original list's"
               to OptimizerReport-Line
             write OptimizerReport-Line
             move "plan: day05a-optimized-moves.txt - not released"
               to OptimizerReport-Line
             write OptimizerReport-Line
             move "prove: Day-05a SIMULATE day05a-optimized-moves.txt"
               to OptimizerReport-Line
             write OptimizerReport-Line
             move "       then Day-05-Move-Optimizer PROVE"
               to OptimizerReport-Line
             write OptimizerReport-Line
             close OptimizerReport
           .

           write-comparison-row.
             move spaces to OptimizerReport-Line
             string WS-Report-Label "   " WS-Instr-Disp "  "
               WS-Lifts-Disp "     " WS-Cost-Disp
               delimited by size into OptimizerReport-Line
             write OptimizerReport-Line
           .

      *    the what-if run is held to the plan: no rejects, the
      *    planned number of lifts, and the target layout row for
      *    row. only a clean proof releases the plan.
           prove-optimized-plan.
             perform count-planned-lifts
             if WS-Proof-Failed = 1
               perform refuse-release
               exit paragraph
             end-if
             perform check-whatif-rejects
             perform check-whatif-lifts
             perform check-whatif-layout
             if WS-Proof-Failed = 1
               perform refuse-release
               exit paragraph
             end-if
             call "CBL_COPY_FILE"
               using WS-Copy-From-Name WS-Release-Name
             end-call
             if return-code not = 0
               move 0 to return-code
               display "PROVE: could not copy the plan to "
                 function trim(WS-Release-Name)
               move 8 to return-code
               exit paragraph
             end-if
             display "PROVE: the what-if run matches the plan - "
               "released as " function trim(WS-Release-Name)
             move "PROVED - released as day05a-optimized-released.txt"
               to WS-Proof-Line
             perform append-proof-line
           .

           count-planned-lifts.
             move zero to WS-Planned-Lifts
             open input PlanFile
             if WS-Plan-Error
               display "PROVE: no day05a-optimized-moves.txt - run "
                 "the optimizer first"
               move 1 to WS-Proof-Failed
               exit paragraph
             end-if
             move zero to WS-EOF
             perform until WS-EOF = 1
               read PlanFile
                 at end move 1 to WS-EOF
                 not at end
                   move spaces to WS-Plan-Words
                   unstring PlanFile-Line delimited by all space
                     into WS-PW-Move WS-PW-Count
                   end-unstring
                   move WS-PW-Count to WS-Numval-Input
                   perform validate-numeric-field
                   if WS-Numval-Is-Valid
                     add WS-Numval-Result to WS-Planned-Lifts
                   end-if
               end-read
             end-perform
             close PlanFile
             move zero to WS-EOF
           .

           check-whatif-rejects.
             move zero to WS-WhatIf-Rejects
             open input WhatIfRejects
             if WS-WhatIfRejects-Error
               exit paragraph
             end-if
             move zero to WS-EOF
             perform until WS-EOF = 1
               read WhatIfRejects
                 at end move 1 to WS-EOF
                 not at end
                   if WhatIfRejects-Line not = spaces
                     add 1 to WS-WhatIf-Rejects
                   end-if
               end-read
             end-perform
             close WhatIfRejects
             move zero to WS-EOF
             if WS-WhatIf-Rejects > 0
               display "PROVE: the what-if run rejected "
                 WS-WhatIf-Rejects " move(s)"
               move 1 to WS-Proof-Failed
             end-if
           .

           check-whatif-lifts.
             move zero to WS-WhatIf-Lifts
             open input WhatIfTrans
             if WS-WhatIfTrans-Error
               display "PROVE: no day05a-whatif-transactions.txt - "
                 "run Day-05a SIMULATE day05a-optimized-moves.txt"
               move 1 to WS-Proof-Failed
               exit paragraph
             end-if
             move zero to WS-EOF
             perform until WS-EOF = 1
               read WhatIfTrans
                 at end move 1 to WS-EOF
                 not at end
                   if WhatIfTrans-Line not = spaces
                     add 1 to WS-WhatIf-Lifts
                   end-if
               end-read
             end-perform
             close WhatIfTrans
             move zero to WS-EOF
             if WS-WhatIf-Lifts not = WS-Planned-Lifts
               display "PROVE: the what-if run made " WS-WhatIf-Lifts
                 " lift(s), the plan has " WS-Planned-Lifts
                 " - was it run on day05a-optimized-moves.txt?"
               move 1 to WS-Proof-Failed
             end-if
           .

           check-whatif-layout.
             open input TargetFile
             if WS-Target-Error
               display "PROVE: no day05a-optimized-target.txt - run "
                 "the optimizer first"
               move 1 to WS-Proof-Failed
               exit paragraph
             end-if
             open input WhatIfStacks
             if WS-WhatIfStacks-Error
               display "PROVE: no day05a-whatif-final-stacks.txt - "
                 "run Day-05a SIMULATE day05a-optimized-moves.txt"
               move 1 to WS-Proof-Failed
               close TargetFile
               exit paragraph
             end-if
             move zero to WS-Row-Count
             move zero to WS-EOF
             perform until WS-EOF = 1
               read TargetFile into WS-Stacks-Row
                 at end move 1 to WS-EOF
                 not at end
                   add 1 to WS-Row-Count
                   move spaces to WS-Check-Row
                   read WhatIfStacks into WS-Check-Row
                     at end
                       display "PROVE: the what-if layout stops "
                         "before stack " WS-Row-StackNo
                       move 1 to WS-Proof-Failed
                       move 1 to WS-EOF
                   end-read
                   if WS-EOF = 0
                      and WS-Check-Row not = WS-Stacks-Row
                     display "PROVE: stack " WS-Row-StackNo
                       " differs from the target layout"
                     move 1 to WS-Proof-Failed
                   end-if
               end-read
             end-perform
             close TargetFile
             close WhatIfStacks
             move zero to WS-EOF
           .

      *    a failed proof also withdraws whatever an earlier proof
      *    released, so the released file never outlives its plan.
           refuse-release.
             call "CBL_DELETE_FILE" using WS-Release-Name
             move 0 to return-code
             display "PROVE: not proved - nothing released"
             move "NOT PROVED - nothing released" to WS-Proof-Line
             perform append-proof-line
             move 8 to return-code
           .

           append-proof-line.
             open extend OptimizerReport
             if WS-Report-Status = "35"
               open output OptimizerReport
             end-if
             move WS-Proof-Line to OptimizerReport-Line
             write OptimizerReport-Line
             close OptimizerReport
           .

           copy "numvalp.cpy".
