       identification division.
           program-id. Day-02-Payout.
      *    the treasurer's prize run, done by hand until now from an
      *    entry-fee list and a payout percentage table. the prize
      *    pool file (day02-prize-pool.txt) carries, one row each:
      *      FEE    <player>  <amount>   entry fee paid by a player
      *      PLACE  <nn>      <percent>  share of the pool for a
      *                                  finishing place
      *      TIES   SPLIT | ORDER        tied players pool and share
      *                                  equally the places they
      *                                  occupy (SPLIT, the default),
      *                                  or take them in the order the
      *                                  ranking lists them (ORDER)
      *      BASIS  STANDINGS | LEAGUE   rank on the as-move section
      *                                  of day02-standings.txt (the
      *                                  default) or on the fixture
      *                                  league table day02-league.txt
      *    the pool is the sum of the fees. every player with a fee or
      *    a finishing place gets a statement on
      *    day02-payout-statements.txt (place, fee, prize, net), and
      *    day02-payout-register.txt lists every prize paid with the
      *    register total against the pool. a total that does not
      *    equal the pool - places paying more or less than 100
      *    percent, or places nobody finished in - stages a DEGRADE
      *    exception, merged straight away through
      *    Day-Ledger-Consolidate, and returns 4. rounding pennies go
      *    to the first payee of a tie group and then to first place.
      *    an entry Day-02-Tournament marked UNDER REVIEW on the
      *    standings, or any player still on an OPEN row of
      *    day02-review-queue.txt (the league table carries no
      *    marker), keeps its place but its prize is withheld: its
      *    statement and the register show it WITHHELD, the
      *    register total leaves it out, and each withheld entry
      *    stages a DEGRADE exception the same way and returns 4,
      *    so nobody is paid on a possibly duplicated strategy
      *    until the review is closed and the payout run again.
      *    staged rows carry the base camp (Site-Context) like every
      *    day program's.
       environment division.
           input-output section.
             file-control.
               select PrizePool assign to "day02-prize-pool.txt"
                 organization is line sequential
                 file status is WS-Pool-Status.
               select Ranking assign to dynamic WS-Ranking-Name
                 organization is line sequential
                 file status is WS-Ranking-Status.
               select Statements
                 assign to "day02-payout-statements.txt"
                 organization is line sequential.
               select Register assign to "day02-payout-register.txt"
                 organization is line sequential.
               select ReviewQueue assign to "day02-review-queue.txt"
                 organization is line sequential
                 file status is WS-Queue-Status.
               select ExceptionStaging
                 assign to "staging-payout-exceptions.txt"
                 organization is line sequential
                 file status is WS-Staging-Status.
       data division.
           file section.
             fd PrizePool.
                01 PrizePool-Line pic X(80).
             fd Ranking.
                01 Ranking-Line pic X(100).
             fd Statements.
                01 Statements-Line pic X(80).
             fd Register.
                01 Register-Line pic X(80).
             fd ReviewQueue.
                01 ReviewQueue-Line pic X(80).
             fd ExceptionStaging.
                01 ExceptionStaging-Line pic X(180).
           working-storage section.
             copy "exceplg.cpy".
             copy "numval.cpy".
             01 WS-Pool-Status pic XX.
             88 WS-Pool-OK    value "00".
             88 WS-Pool-Error value "30" thru "99".
             01 WS-Ranking-Status pic XX.
             88 WS-Ranking-OK    value "00".
             88 WS-Ranking-Error value "30" thru "99".
             01 WS-Staging-Status pic XX.
             01 WS-Queue-Status pic XX.
             88 WS-Queue-OK    value "00".
             88 WS-Queue-Error value "30" thru "99".
             01 WS-Ranking-Name pic X(40)
                value "day02-standings.txt".
             01 WS-EOF pic 9 value zero.
             01 WS-Processing-Year pic X(4) value "2022".
             01 WS-RunDate pic X(10).
             01 WS-CurrentDate pic X(8).
             01 WS-Run-Id pic X(15).
             01 WS-Ties-Rule pic X(10) value "SPLIT".
             01 WS-Basis pic X(10) value "STANDINGS".
             01 WS-Pool-Row.
                05 WS-Pool-Kind   pic X(6).
                05 FILLER         pic X(1).
                05 WS-Pool-Key    pic X(20).
                05 FILLER         pic X(1).
                05 WS-Pool-Amount pic X(12).
      *      payout percentage by finishing place.
             01 WS-PlaceCount pic 9(02) value zero.
             01 WS-Place-Table.
                05 WS-Place-Pct pic 9(03)v99 occurs 50 times.
             01 WS-PctTotal pic 9(05)v99 value zero.
      *      everyone with a fee or a finishing place, in ranking
      *      order once the ranking is loaded.
             01 WS-EntrantCount pic 9(02) value zero.
             01 WS-Entrant-Table.
                05 WS-Entrant occurs 50 times.
                   10 WS-Ent-Name    pic X(20).
                   10 WS-Ent-Fee     pic 9(07)v99.
                   10 WS-Ent-HasFee  pic 9.
                   10 WS-Ent-Place   pic 9(02).
                   10 WS-Ent-TieKey  pic X(20).
                   10 WS-Ent-Tied    pic 9.
                   10 WS-Ent-Prize   pic 9(09)v99.
                   10 WS-Ent-Review  pic 9.
                   10 WS-Ent-Withheld pic 9(09)v99.
             01 WS-FinisherCount pic 9(02) value zero.
             01 WS-Finisher-Table.
                05 WS-Finisher-Ent pic 9(02) occurs 50 times.
             01 WS-e pic 9(02).
             01 WS-f pic 9(02).
             01 WS-g pic 9(02).
             01 WS-GroupEnd pic 9(02).
             01 WS-GroupSize pic 9(02).
             01 WS-GroupPct pic 9(05)v99.
             01 WS-GroupAmount pic 9(09)v99.
             01 WS-ShareAmount pic 9(09)v99.
             01 WS-Residue pic 9(09)v99.
             01 WS-Pool pic 9(09)v99 value zero.
             01 WS-TotalPaid pic 9(09)v99 value zero.
             01 WS-Net pic S9(09)v99.
             01 WS-Name pic X(20).
             01 WS-In-Section pic 9 value zero.
             01 WS-Stage-Record pic X(60).
             01 WS-Stage-Reason pic X(40).
      *      players with an OPEN near-duplicate review, read off
      *      the queue Day-02-Tournament keeps.
             01 WS-Review-Row.
                05 FILLER           pic X(11).
                05 WS-Review-Status pic X(7).
                05 FILLER           pic X(7).
                05 WS-Review-PlayerA pic X(20).
                05 FILLER           pic X(1).
                05 WS-Review-PlayerB pic X(20).
             01 WS-WithheldCount pic 9(02) value zero.
             01 WS-TotalWithheld pic 9(09)v99 value zero.
      *      the base camp this run pays for (Site-Context:
      *      AOC_SITE, else the home camp), stamped on staged rows.
             01 WS-Site-Mode pic X(1) value "C".
             01 WS-Site-Code pic X(6).
             01 WS-Site-Path pic X(100).
             01 WS-Staged-Count pic 9(04) value zero.
             01 WS-Money-Disp pic Z(8)9.99.
             01 WS-Pool-Disp pic Z(8)9.99.
             01 WS-Net-Disp pic -(8)9.99.
             01 WS-Place-Disp pic Z9.
             01 WS-Register-Row.
                05 WS-Reg-Place pic Z9.
                05 WS-Reg-Tied  pic X(1).
                05 FILLER       pic X(1) value space.
                05 WS-Reg-Name  pic X(20).
                05 FILLER       pic X(1) value space.
                05 WS-Reg-Prize pic Z(8)9.99.
                05 FILLER       pic X(2) value spaces.
                05 WS-Reg-Note  pic X(24).
       procedure division.
           move function current-date(1:8) to WS-CurrentDate
           string WS-CurrentDate(1:4) "-" WS-CurrentDate(5:2) "-"
                  WS-CurrentDate(7:2)
             delimited by size into WS-RunDate
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
           initialize WS-Place-Table WS-Entrant-Table
           perform load-prize-pool
           if WS-Pool-Error
             display "Day-02-Payout: no day02-prize-pool.txt - "
               "nothing to pay"
             move 12 to return-code
             goback
           end-if
           if WS-Basis = "LEAGUE"
             move "day02-league.txt" to WS-Ranking-Name
           end-if
           perform load-ranking
           if WS-Ranking-Error
             display "Day-02-Payout: no "
               function trim(WS-Ranking-Name)
               " - run Day-02-Tournament first"
             move 12 to return-code
             goback
           end-if
           perform load-review-queue
           perform assign-places
           perform price-places
           perform withhold-review-prizes
           perform write-statements
           perform write-register
           move 0 to return-code
           if WS-WithheldCount > 0
             perform varying WS-e from 1 by 1
                     until WS-e > WS-EntrantCount
               if WS-Ent-Withheld(WS-e) > zero
                 move spaces to WS-Stage-Record
                 move WS-Ent-Withheld(WS-e) to WS-Money-Disp
                 string function trim(WS-Ent-Name(WS-e))
                   " prize " function trim(WS-Money-Disp)
                   " withheld"
                   delimited by size into WS-Stage-Record
                 move "prize withheld - entry under review"
                   to WS-Stage-Reason
                 perform stage-degrade-exception
               end-if
             end-perform
             display "Day-02-Payout: " WS-WithheldCount
               " prize(s) withheld for entries under review - "
               "DEGRADE staged"
           end-if
           if WS-TotalPaid + WS-TotalWithheld not = WS-Pool
             move spaces to WS-Stage-Record
             move WS-Pool to WS-Pool-Disp
             move WS-TotalPaid to WS-Money-Disp
             string "pool " function trim(WS-Pool-Disp)
               " paid " function trim(WS-Money-Disp)
               " places " WS-PlaceCount
               " finishers " WS-FinisherCount
               delimited by size into WS-Stage-Record
             move "payout register does not equal pool"
               to WS-Stage-Reason
             perform stage-degrade-exception
             display "Day-02-Payout: payout register does NOT "
               "equal the prize pool - DEGRADE staged"
           end-if
           if WS-Staged-Count > 0
             call "Day-Ledger-Consolidate"
             move 4 to return-code
           end-if
           display WS-EntrantCount " statement(s) written to "
             "day02-payout-statements.txt - register in "
             "day02-payout-register.txt"
           goback.

           load-prize-pool.
             open input PrizePool
             if WS-Pool-Error
               exit paragraph
             end-if
             perform until WS-EOF = 1
               read PrizePool into WS-Pool-Row
                 at end move 1 to WS-EOF
                 not at end perform load-pool-row
               end-read
             end-perform
             close PrizePool
             move zero to WS-EOF
           .

           load-pool-row.
             move function upper-case(WS-Pool-Kind) to WS-Pool-Kind
             evaluate WS-Pool-Kind
               when "FEE"
                 move WS-Pool-Amount to WS-Numval-Input
                 perform validate-numeric-field
                 if WS-Numval-Is-Invalid or WS-Numval-Result < 0
                   display "fee row not understood: " WS-Pool-Row
                   exit paragraph
                 end-if
                 move WS-Pool-Key to WS-Name
                 perform find-entrant
                 add WS-Numval-Result to WS-Ent-Fee(WS-e)
                 move 1 to WS-Ent-HasFee(WS-e)
                 add WS-Numval-Result to WS-Pool
               when "PLACE"
                 move WS-Pool-Key to WS-Numval-Input
                 perform validate-numeric-field
                 if WS-Numval-Is-Invalid or WS-Numval-Result < 1
                    or WS-Numval-Result > 50
                   display "place row not understood: " WS-Pool-Row
                   exit paragraph
                 end-if
                 move WS-Numval-Result to WS-f
                 move WS-Pool-Amount to WS-Numval-Input
                 perform validate-numeric-field
                 if WS-Numval-Is-Invalid or WS-Numval-Result < 0
                    or WS-Numval-Result > 100
                   display "place row not understood: " WS-Pool-Row
                   exit paragraph
                 end-if
                 move WS-Numval-Result to WS-Place-Pct(WS-f)
                 add WS-Numval-Result to WS-PctTotal
                 if WS-f > WS-PlaceCount
                   move WS-f to WS-PlaceCount
                 end-if
               when "TIES"
                 move function upper-case(WS-Pool-Key) to WS-Ties-Rule
               when "BASIS"
                 move function upper-case(WS-Pool-Key) to WS-Basis
               when other
                 continue
             end-evaluate
           .

      *    the as-move section of the standings runs from its title
      *    row to the first blank row; the league table has no
      *    second section. rows carry the player in columns 4-23.
           load-ranking.
             open input Ranking
             if WS-Ranking-Error
               exit paragraph
             end-if
             move zero to WS-In-Section
             perform until WS-EOF = 1
               read Ranking
                 at end move 1 to WS-EOF
                 not at end
                   evaluate true
                     when Ranking-Line(1:9) = "standings"
                       or Ranking-Line(1:12) = "league table"
                       move 1 to WS-In-Section
                     when Ranking-Line = spaces
                       if WS-In-Section = 1
                         move 1 to WS-EOF
                       end-if
                     when WS-In-Section = 1
                       perform load-ranking-row
                   end-evaluate
               end-read
             end-perform
             close Ranking
             move zero to WS-EOF
           .

           load-ranking-row.
             if WS-FinisherCount >= 50
               exit paragraph
             end-if
             move Ranking-Line(4:20) to WS-Name
             perform find-entrant
             if WS-Basis not = "LEAGUE"
                and Ranking-Line(55:12) = "UNDER REVIEW"
               move 1 to WS-Ent-Review(WS-e)
             end-if
             add 1 to WS-FinisherCount
             move WS-e to WS-Finisher-Ent(WS-FinisherCount)
             if WS-Basis = "LEAGUE"
               move Ranking-Line(41:17) to WS-Ent-TieKey(WS-e)
             else
               move Ranking-Line(25:10) to WS-Ent-TieKey(WS-e)
             end-if
           .

      *    both players on an OPEN review row are under review,
      *    whichever basis the ranking is on.
           load-review-queue.
             open input ReviewQueue
             if WS-Queue-Error
               exit paragraph
             end-if
             perform until WS-EOF = 1
               read ReviewQueue into WS-Review-Row
                 at end move 1 to WS-EOF
                 not at end
                   if WS-Review-Status = "OPEN"
                     perform mark-review-players
                   end-if
               end-read
             end-perform
             close ReviewQueue
             move zero to WS-EOF
           .

      *    only players already entered are marked - a reviewed
      *    player with no fee and no place has nothing to withhold.
           mark-review-players.
             perform varying WS-e from 1 by 1
                     until WS-e > WS-EntrantCount
               if WS-Ent-Name(WS-e) = WS-Review-PlayerA
                  or WS-Ent-Name(WS-e) = WS-Review-PlayerB
                 move 1 to WS-Ent-Review(WS-e)
               end-if
             end-perform
           .

           find-entrant.
             perform varying WS-e from 1 by 1
                     until WS-e > WS-EntrantCount
               if WS-Ent-Name(WS-e) = WS-Name
                 exit perform
               end-if
             end-perform
             if WS-e > WS-EntrantCount
               if WS-EntrantCount >= 50
                 display "Day-02-Payout: more than 50 entrants - "
                   function trim(WS-Name) " pooled with the last"
                 move 50 to WS-e
                 exit paragraph
               end-if
               add 1 to WS-EntrantCount
               move WS-EntrantCount to WS-e
               move WS-Name to WS-Ent-Name(WS-e)
             end-if
           .

      *    a tie group is a run of finishers with the same score (or,
      *    on the league, the same points difference and points) -
      *    every member takes the group's best place.
           assign-places.
             move 1 to WS-f
             perform until WS-f > WS-FinisherCount
               move WS-f to WS-GroupEnd
               perform until WS-GroupEnd >= WS-FinisherCount
                 move WS-Finisher-Ent(WS-GroupEnd + 1) to WS-g
                 move WS-Finisher-Ent(WS-f) to WS-e
                 if WS-Ent-TieKey(WS-g) not = WS-Ent-TieKey(WS-e)
                   exit perform
                 end-if
                 add 1 to WS-GroupEnd
               end-perform
               perform varying WS-g from WS-f by 1
                       until WS-g > WS-GroupEnd
                 move WS-Finisher-Ent(WS-g) to WS-e
                 move WS-f to WS-Ent-Place(WS-e)
                 if WS-GroupEnd > WS-f
                   move 1 to WS-Ent-Tied(WS-e)
                 end-if
               end-perform
               compute WS-f = WS-GroupEnd + 1
             end-perform
           .

           price-places.
             move 1 to WS-f
             perform until WS-f > WS-FinisherCount
               move WS-Finisher-Ent(WS-f) to WS-e
               move WS-f to WS-GroupEnd
               if WS-Ties-Rule not = "ORDER"
                 perform until WS-GroupEnd >= WS-FinisherCount
                   move WS-Finisher-Ent(WS-GroupEnd + 1) to WS-g
                   if WS-Ent-Place(WS-g) not = WS-Ent-Place(WS-e)
                     exit perform
                   end-if
                   add 1 to WS-GroupEnd
                 end-perform
               end-if
               move zero to WS-GroupPct
               perform varying WS-g from WS-f by 1
                       until WS-g > WS-GroupEnd
                 add WS-Place-Pct(WS-g) to WS-GroupPct
               end-perform
               compute WS-GroupSize = WS-GroupEnd - WS-f + 1
               compute WS-GroupAmount rounded =
                 WS-Pool * WS-GroupPct / 100
               divide WS-GroupAmount by WS-GroupSize
                 giving WS-ShareAmount
               compute WS-Residue =
                 WS-GroupAmount - WS-ShareAmount * WS-GroupSize
               perform varying WS-g from WS-f by 1
                       until WS-g > WS-GroupEnd
                 move WS-Finisher-Ent(WS-g) to WS-e
                 move WS-ShareAmount to WS-Ent-Prize(WS-e)
               end-perform
               move WS-Finisher-Ent(WS-f) to WS-e
               add WS-Residue to WS-Ent-Prize(WS-e)
               compute WS-f = WS-GroupEnd + 1
             end-perform
             move zero to WS-TotalPaid
             perform varying WS-e from 1 by 1
                     until WS-e > WS-EntrantCount
               add WS-Ent-Prize(WS-e) to WS-TotalPaid
             end-perform
      *      rounding alone never unbalances the register: when the
      *      places pay exactly 100 percent and every one of them has
      *      a finisher, the odd pennies go to first place.
             if WS-PctTotal = 100 and WS-FinisherCount >= WS-PlaceCount
                and WS-FinisherCount > 0 and WS-TotalPaid not = WS-Pool
               move WS-Finisher-Ent(1) to WS-e
               compute WS-Ent-Prize(WS-e) =
                 WS-Ent-Prize(WS-e) + WS-Pool - WS-TotalPaid
               move WS-Pool to WS-TotalPaid
             end-if
           .

      *    the prize is worked out as if the entry were clear, so
      *    the places below are neither moved up nor paid more, and
      *    is held back whole.
           withhold-review-prizes.
             move zero to WS-TotalWithheld
             perform varying WS-e from 1 by 1
                     until WS-e > WS-EntrantCount
               if WS-Ent-Review(WS-e) = 1
                  and WS-Ent-Prize(WS-e) > zero
                 move WS-Ent-Prize(WS-e) to WS-Ent-Withheld(WS-e)
                 move zero to WS-Ent-Prize(WS-e)
                 add WS-Ent-Withheld(WS-e) to WS-TotalWithheld
                 subtract WS-Ent-Withheld(WS-e) from WS-TotalPaid
                 add 1 to WS-WithheldCount
               end-if
             end-perform
           .

           write-statements.
             open output Statements
             perform varying WS-e from 1 by 1
                     until WS-e > WS-EntrantCount
               move spaces to Statements-Line
               string "payout statement - " WS-Ent-Name(WS-e)
                 " " WS-RunDate
                 delimited by size into Statements-Line
               write Statements-Line
               move spaces to Statements-Line
               if WS-Ent-Place(WS-e) = zero
                 move "  finishing place     not ranked"
                   to Statements-Line
               else
                 move WS-Ent-Place(WS-e) to WS-Place-Disp
                 string "  finishing place     " WS-Place-Disp
                   delimited by size into Statements-Line
                 if WS-Ent-Tied(WS-e) = 1
                   move "(tied)" to Statements-Line(26:6)
                 end-if
               end-if
               write Statements-Line
               move spaces to Statements-Line
               if WS-Ent-HasFee(WS-e) = 0
                 move "  entry fee paid      none on file"
                   to Statements-Line
               else
                 move WS-Ent-Fee(WS-e) to WS-Money-Disp
                 string "  entry fee paid   " WS-Money-Disp
                   delimited by size into Statements-Line
               end-if
               write Statements-Line
               move spaces to Statements-Line
               move WS-Ent-Prize(WS-e) to WS-Money-Disp
               string "  prize            " WS-Money-Disp
                 delimited by size into Statements-Line
               write Statements-Line
               if WS-Ent-Withheld(WS-e) > zero
                 move spaces to Statements-Line
                 move WS-Ent-Withheld(WS-e) to WS-Money-Disp
                 string "  prize WITHHELD   " WS-Money-Disp
                   "  entry under review"
                   delimited by size into Statements-Line
                 write Statements-Line
               end-if
               move spaces to Statements-Line
               compute WS-Net = WS-Ent-Prize(WS-e) - WS-Ent-Fee(WS-e)
               move WS-Net to WS-Net-Disp
               string "  net              " WS-Net-Disp
                 delimited by size into Statements-Line
               write Statements-Line
               move spaces to Statements-Line
               write Statements-Line
             end-perform
             close Statements
           .

           write-register.
             open output Register
             move spaces to Register-Line
             string "payout register " WS-RunDate " - ranked on "
               function trim(WS-Ranking-Name) ", ties "
               function trim(WS-Ties-Rule)
               delimited by size into Register-Line
             write Register-Line
             perform varying WS-f from 1 by 1
                     until WS-f > WS-FinisherCount
               move WS-Finisher-Ent(WS-f) to WS-e
               if WS-Ent-Prize(WS-e) > zero
                  or WS-Ent-Withheld(WS-e) > zero
                 move spaces to WS-Register-Row
                 move WS-Ent-Place(WS-e) to WS-Reg-Place
                 if WS-Ent-Tied(WS-e) = 1
                   move "=" to WS-Reg-Tied
                 end-if
                 move WS-Ent-Name(WS-e) to WS-Reg-Name
                 move WS-Ent-Prize(WS-e) to WS-Reg-Prize
                 if WS-Ent-Withheld(WS-e) > zero
                   move WS-Ent-Withheld(WS-e) to WS-Reg-Prize
                   move "WITHHELD - under review" to WS-Reg-Note
                 end-if
                 move WS-Register-Row to Register-Line
                 write Register-Line
               end-if
             end-perform
             move spaces to Register-Line
             move WS-TotalPaid to WS-Money-Disp
             string "total paid                " WS-Money-Disp
               delimited by size into Register-Line
             write Register-Line
             if WS-TotalWithheld > zero
               move spaces to Register-Line
               move WS-TotalWithheld to WS-Money-Disp
               string "total withheld            " WS-Money-Disp
                 delimited by size into Register-Line
               write Register-Line
             end-if
             move spaces to Register-Line
             move WS-Pool to WS-Money-Disp
             string "prize pool                " WS-Money-Disp
               delimited by size into Register-Line
             write Register-Line
             evaluate true
               when WS-TotalPaid = WS-Pool
                 move "register agrees with the prize pool"
                   to Register-Line
               when WS-TotalPaid + WS-TotalWithheld = WS-Pool
                 move "register agrees with the pool once the "
                   & "withheld prizes are settled"
                   to Register-Line
               when other
                 move "REGISTER DOES NOT AGREE WITH THE PRIZE POOL"
                   to Register-Line
             end-evaluate
             write Register-Line
             close Register
             display function trim(Register-Line)
           .

           stage-degrade-exception.
             open extend ExceptionStaging
             if WS-Staging-Status = "35"
               open output ExceptionStaging
             end-if
             move spaces to WS-ExceptionLedger-Line
             move WS-Processing-Year to WS-ExceptionLedger-Year
             move "02" to WS-ExceptionLedger-Day
             move "Day-Payout" to WS-ExceptionLedger-Program
             move zero to WS-ExceptionLedger-LineNo
             move WS-Stage-Reason to WS-ExceptionLedger-Reason
             move WS-RunDate to WS-ExceptionLedger-Date
             move WS-Run-Id to WS-ExceptionLedger-RunId
             move "DEGRADE" to WS-ExceptionLedger-Severity
             move WS-Stage-Record to WS-ExceptionLedger-Record
             move WS-Site-Code to WS-ExceptionLedger-Site
             move WS-ExceptionLedger-Line to ExceptionStaging-Line
             write ExceptionStaging-Line
             close ExceptionStaging
             add 1 to WS-Staged-Count
           .

           copy "numvalp.cpy".
