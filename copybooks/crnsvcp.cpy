      *    shared crane-service paragraphs - see crnsvc.cpy. expects
      *    the line-sequential CraneService file, declared with file
      *    status WS-CrnS-Status. a missing master loads no crane;
      *    unreadable rows are counted in WS-CrnS-BadCount and
      *    skipped, and are gone once the master is rewritten.
           load-crane-service.
             move zero to WS-CrnS-Count
             move zero to WS-CrnS-EOF
             open input CraneService
             if WS-CrnS-Error
               exit paragraph
             end-if
             perform until WS-CrnS-EOF = 1
               move spaces to WS-CrnS-Record
               read CraneService into WS-CrnS-Record
                 at end move 1 to WS-CrnS-EOF
                 not at end perform load-crane-service-row
               end-read
             end-perform
             close CraneService
           .

           load-crane-service-row.
             if WS-CrnS-Record = spaces
               exit paragraph
             end-if
             if function test-numval(WS-CrnRec-Lifts) not = zero
                or function test-numval(WS-CrnRec-Weight) not = zero
                or function test-numval(WS-CrnRec-LiftInt) not = zero
                or function test-numval(WS-CrnRec-WeightInt)
                     not = zero
                or WS-CrnRec-Crane = spaces
                or WS-CrnS-Count >= 20
               add 1 to WS-CrnS-BadCount
               exit paragraph
             end-if
             move function upper-case(WS-CrnRec-Crane)
               to WS-CrnS-Key
             perform find-crane-service
             if WS-CrnS-Idx not = zero
               add 1 to WS-CrnS-BadCount
               exit paragraph
             end-if
             add 1 to WS-CrnS-Count
             move WS-CrnS-Key to WS-CrnS-Crane(WS-CrnS-Count)
             move function numval(WS-CrnRec-Lifts)
               to WS-CrnS-Lifts(WS-CrnS-Count)
             move function numval(WS-CrnRec-Weight)
               to WS-CrnS-Weight(WS-CrnS-Count)
             move function numval(WS-CrnRec-LiftInt)
               to WS-CrnS-LiftInt(WS-CrnS-Count)
             move function numval(WS-CrnRec-WeightInt)
               to WS-CrnS-WeightInt(WS-CrnS-Count)
             move WS-CrnRec-LastSvc to WS-CrnS-LastSvc(WS-CrnS-Count)
             move WS-CrnRec-LastRun to WS-CrnS-LastRun(WS-CrnS-Count)
           .

           find-crane-service.
             perform varying WS-CrnS-Idx from 1 by 1
                     until WS-CrnS-Idx > WS-CrnS-Count
               if WS-CrnS-Crane(WS-CrnS-Idx) = WS-CrnS-Key
                 exit paragraph
               end-if
             end-perform
             move zero to WS-CrnS-Idx
           .

      *    a crane new to the master starts with nothing counted and
      *    no interval - it is counted from now on but never falls
      *    due until its intervals are set.
           add-crane-service.
             if WS-CrnS-Count >= 20
               move zero to WS-CrnS-Idx
               exit paragraph
             end-if
             add 1 to WS-CrnS-Count
             move WS-CrnS-Count to WS-CrnS-Idx
             move WS-CrnS-Key to WS-CrnS-Crane(WS-CrnS-Idx)
             move zero to WS-CrnS-Lifts(WS-CrnS-Idx)
             move zero to WS-CrnS-Weight(WS-CrnS-Idx)
             move zero to WS-CrnS-LiftInt(WS-CrnS-Idx)
             move zero to WS-CrnS-WeightInt(WS-CrnS-Idx)
             move spaces to WS-CrnS-LastSvc(WS-CrnS-Idx)
             move spaces to WS-CrnS-LastRun(WS-CrnS-Idx)
           .

           rate-crane-service.
             move zero to WS-CrnS-LiftPct
             move zero to WS-CrnS-WeightPct
             if WS-CrnS-LiftInt(WS-CrnS-Idx) > zero
               compute WS-CrnS-LiftPct =
                 WS-CrnS-Lifts(WS-CrnS-Idx) * 100
                   / WS-CrnS-LiftInt(WS-CrnS-Idx)
                 on size error move 99999 to WS-CrnS-LiftPct
               end-compute
             end-if
             if WS-CrnS-WeightInt(WS-CrnS-Idx) > zero
               compute WS-CrnS-WeightPct =
                 WS-CrnS-Weight(WS-CrnS-Idx) * 100
                   / WS-CrnS-WeightInt(WS-CrnS-Idx)
                 on size error move 99999 to WS-CrnS-WeightPct
               end-compute
             end-if
             evaluate true
               when WS-CrnS-LiftPct >= 100 or WS-CrnS-WeightPct >= 100
                 set WS-CrnS-Overdue to true
               when WS-CrnS-LiftPct >= WS-CrnS-WarnPct
                 or WS-CrnS-WeightPct >= WS-CrnS-WarnPct
                 set WS-CrnS-Due-Soon to true
               when other
                 set WS-CrnS-Service-OK to true
             end-evaluate
           .

           write-crane-service.
             open output CraneService
             perform varying WS-CrnS-Idx from 1 by 1
                     until WS-CrnS-Idx > WS-CrnS-Count
               move spaces to WS-CrnS-Record
               move WS-CrnS-Crane(WS-CrnS-Idx) to WS-CrnRec-Crane
               move WS-CrnS-Lifts(WS-CrnS-Idx) to WS-CrnRec-Lifts
               move WS-CrnS-Weight(WS-CrnS-Idx) to WS-CrnRec-Weight
               move WS-CrnS-LiftInt(WS-CrnS-Idx) to WS-CrnRec-LiftInt
               move WS-CrnS-WeightInt(WS-CrnS-Idx)
                 to WS-CrnRec-WeightInt
               move WS-CrnS-LastSvc(WS-CrnS-Idx) to WS-CrnRec-LastSvc
               move WS-CrnS-LastRun(WS-CrnS-Idx) to WS-CrnRec-LastRun
               move WS-CrnS-Record to CraneService-Line
               write CraneService-Line
             end-perform
             close CraneService
           .
