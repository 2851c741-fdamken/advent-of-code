      *    shared section-master lookups - see secmast.cpy. expects
      *    the line-sequential SectionMaster file, declared with file
      *    status WS-SecM-Status. a missing master leaves every
      *    section UNZONED at weight 1.00; unreadable rows are
      *    counted in WS-SecM-BadCount and skipped.
           load-section-master.
             move zero to WS-SecM-RunCount
             move 1 to WS-SecM-ZoneCount
             initialize WS-SecM-Zone-Table
             move "UNZONED" to WS-SecM-Zone-Name(1)
             move zero to WS-SecM-EOF
             open input SectionMaster
             if WS-SecM-Error
               exit paragraph
             end-if
             perform until WS-SecM-EOF = 1
               move spaces to WS-SecM-Record
               read SectionMaster into WS-SecM-Record
                 at end move 1 to WS-SecM-EOF
                 not at end perform load-section-run
               end-read
             end-perform
             close SectionMaster
           .

           load-section-run.
             if WS-SecM-Record = spaces
               exit paragraph
             end-if
             if function test-numval(WS-SecRec-Lo) not = zero
                or function test-numval(WS-SecRec-Hi) not = zero
                or function test-numval(WS-SecRec-Weight) not = zero
                or WS-SecRec-Zone = spaces
                or WS-SecM-RunCount >= 200
               add 1 to WS-SecM-BadCount
               exit paragraph
             end-if
             if function numval(WS-SecRec-Lo)
                  > function numval(WS-SecRec-Hi)
                or function numval(WS-SecRec-Weight) > 99.99
               add 1 to WS-SecM-BadCount
               exit paragraph
             end-if
             move function upper-case(WS-SecRec-Zone)
               to WS-SecRec-Zone
             perform varying WS-SecM-z from 1 by 1
                     until WS-SecM-z > WS-SecM-ZoneCount
               if WS-SecM-Zone-Name(WS-SecM-z) = WS-SecRec-Zone
                 exit perform
               end-if
             end-perform
             if WS-SecM-z > WS-SecM-ZoneCount
               if WS-SecM-ZoneCount >= 50
                 add 1 to WS-SecM-BadCount
                 exit paragraph
               end-if
               add 1 to WS-SecM-ZoneCount
               move WS-SecRec-Zone
                 to WS-SecM-Zone-Name(WS-SecM-ZoneCount)
             end-if
             add 1 to WS-SecM-RunCount
             move function numval(WS-SecRec-Lo)
               to WS-SecM-Run-Lo(WS-SecM-RunCount)
             move function numval(WS-SecRec-Hi)
               to WS-SecM-Run-Hi(WS-SecM-RunCount)
             move WS-SecM-z to WS-SecM-Run-Zone(WS-SecM-RunCount)
             move function numval(WS-SecRec-Weight)
               to WS-SecM-Run-Weight(WS-SecM-RunCount)
           .

           find-section-zone.
             move 1 to WS-SecM-Zone-i
             move 1 to WS-SecM-Weight
             perform varying WS-SecM-r from 1 by 1
                     until WS-SecM-r > WS-SecM-RunCount
               if WS-SecM-Section >= WS-SecM-Run-Lo(WS-SecM-r)
                  and WS-SecM-Section <= WS-SecM-Run-Hi(WS-SecM-r)
                 move WS-SecM-Run-Zone(WS-SecM-r) to WS-SecM-Zone-i
                 move WS-SecM-Run-Weight(WS-SecM-r)
                   to WS-SecM-Weight
                 exit perform
               end-if
             end-perform
           .

      *    the per-zone sections and work are this call's only -
      *    they are cleared on entry, so the caller adds them into
      *    its own totals.
           weigh-section-range.
             move zero to WS-SecM-Load
             move zero to WS-SecM-Zoned
             perform varying WS-SecM-z from 1 by 1
                     until WS-SecM-z > WS-SecM-ZoneCount
               move zero to WS-SecM-Zone-Sections(WS-SecM-z)
               move zero to WS-SecM-Zone-Work(WS-SecM-z)
             end-perform
             if WS-SecM-Lo > WS-SecM-Hi
               exit paragraph
             end-if
             perform varying WS-SecM-r from 1 by 1
                     until WS-SecM-r > WS-SecM-RunCount
               move WS-SecM-Lo to WS-SecM-Ov-Lo
               if WS-SecM-Run-Lo(WS-SecM-r) > WS-SecM-Ov-Lo
                 move WS-SecM-Run-Lo(WS-SecM-r) to WS-SecM-Ov-Lo
               end-if
               move WS-SecM-Hi to WS-SecM-Ov-Hi
               if WS-SecM-Run-Hi(WS-SecM-r) < WS-SecM-Ov-Hi
                 move WS-SecM-Run-Hi(WS-SecM-r) to WS-SecM-Ov-Hi
               end-if
               if WS-SecM-Ov-Lo <= WS-SecM-Ov-Hi
                 compute WS-SecM-Ov-Size =
                   WS-SecM-Ov-Hi - WS-SecM-Ov-Lo + 1
                 move WS-SecM-Run-Zone(WS-SecM-r) to WS-SecM-z
                 add WS-SecM-Ov-Size
                   to WS-SecM-Zone-Sections(WS-SecM-z)
                 compute WS-SecM-Zone-Work(WS-SecM-z) =
                   WS-SecM-Zone-Work(WS-SecM-z) + WS-SecM-Ov-Size
                     * WS-SecM-Run-Weight(WS-SecM-r)
                 add WS-SecM-Ov-Size to WS-SecM-Zoned
               end-if
             end-perform
             compute WS-SecM-Ov-Size =
               WS-SecM-Hi - WS-SecM-Lo + 1 - WS-SecM-Zoned
             add WS-SecM-Ov-Size to WS-SecM-Zone-Sections(1)
             add WS-SecM-Ov-Size to WS-SecM-Zone-Work(1)
             perform varying WS-SecM-z from 1 by 1
                     until WS-SecM-z > WS-SecM-ZoneCount
               add WS-SecM-Zone-Work(WS-SecM-z) to WS-SecM-Load
             end-perform
           .
