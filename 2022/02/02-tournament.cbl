      *    day02-rating-history.txt, and day02-leaderboard.txt is
      *    rewritten from the whole master - current rating, trend
      *    arrow and games on record - for season-long form.
      *    an entry the near-duplicate check (Day-02-Dup-Check) has
      *    left OPEN on day02-review-queue.txt is still ranked, but
      *    marked UNDER REVIEW on the standings, and its rating master
      *    row does not move until the tournament director clears it.
      *    run with the parameter FIXTURES, the roster instead plays
      *    a round-robin: every player meets every other player once,
      *    round by round, each side's third column taken as its move
      *    (X, Y, Z for A, B, C) and scored through scoring-rules.txt
      *    against the other side's move. each match is written to
      *    day02-fixtures.txt (rounds won and points each side) and
      *    day02-league.txt ranks the players on league points (3 a
      *    win, 1 a draw) then points difference, with wins, draws
      *    and losses. a round either side has no valid move for is
      *    void; a match runs to the shorter file's length. fixture
      *    runs leave the rating master alone - ratings stay a
      *    measure of the nightly field.
      *    a night's entries are scored under the scoring rules in
      *    force that night: the night named on the command line
      *    (yyyy-mm-dd, after FIXTURES when both are given), else
      *    AOC_INPUT_DATE as the batch driver sets it, else today -
      *    so last month's tournament rerun today is scored as it
      *    was played.
       environment division.
           input-output section.
             file-control.
               select Strategy assign to dynamic WS-Strategy-Path
                 organization is line sequential
                 file status is WS-File-Status-Code.
      *        each rules row may carry an effective-from date;
      *        the rule used for each pair is the latest one in
      *        force on the date being scored (see rulesel.cpy).
               select ScoringRules assign to "scoring-rules.txt"
                 organization is line sequential.
               select Standings assign to "day02-standings.txt"
                 file status is WS-RatingHist-Status.
               select Leaderboard assign to "day02-leaderboard.txt"
                 organization is line sequential.
               select ReviewQueue assign to "day02-review-queue.txt"
                 organization is line sequential
                 file status is WS-Queue-Status.
               select Fixtures assign to "day02-fixtures.txt"
                 organization is line sequential.
               select League assign to "day02-league.txt"
                 organization is line sequential.
       data division.
           file section.
             fd PlayerRoster.
                  05 Rule-Score        pic 9(02).
                  05 FILLER           pic A.
                  05 Rule-Outcome      pic A(04).
                  05 FILLER           pic A.
                  05 Rule-EffectiveFrom pic X(10).
             fd Standings.
                01 Standings-Line pic X(80).
             fd RatingMaster.
                01 RatingHistory-Line pic X(80).
             fd Leaderboard.
                01 Leaderboard-Line pic X(80).
             fd ReviewQueue.
                01 ReviewQueue-Line pic X(80).
             fd Fixtures.
                01 Fixtures-Line pic X(100).
             fd League.
                01 League-Line pic X(100).
           working-storage section.
             copy "filestat.cpy".
             copy "rulesel.cpy".
             01 WS-Roster-Status pic XX.
             88 WS-Roster-OK    value "00".
             88 WS-Roster-Error value "30" thru "99".
             01 WS-RuleFound pic 9.
             01 WS-LookupOpponent pic A.
             01 WS-LookupPlayer   pic A.
             01 WS-LookupOutcome  pic A(04).
      *      one row per roster player, filled by a full pass over
      *      that player's strategy file.
             01 WS-PlayerCount pic 9(02) value zero.
                05 FILLER              pic X(10)
                   value "  rejects ".
                05 WS-Standing-Rejects pic Z(8).
                05 FILLER              pic X(2) value spaces.
                05 WS-Standing-Review  pic X(12).
             01 WS-Queue-Status pic XX.
             88 WS-Queue-OK    value "00".
             88 WS-Queue-Error value "30" thru "99".
      *      players with an OPEN near-duplicate review.
             01 WS-ReviewCount pic 9(03) value zero.
             01 WS-Review-Table.
                05 WS-Review-Player pic X(20) occurs 200 times.
             01 WS-Review-Row.
                05 FILLER          pic X(11).
                05 WS-Review-Status pic X(7).
                05 FILLER          pic X(7).
                05 WS-Review-PlayerA pic X(20).
                05 FILLER          pic X(1).
                05 WS-Review-PlayerB pic X(20).
             01 WS-UnderReview pic 9.
             01 WS-HeldRatings pic 9(02) value zero.
             01 WS-Mode-Param pic X(20).
             01 WS-Param-Word pic X(20) occurs 2 times.
             01 WS-Param-Night pic X(10) value spaces.
             01 WS-Param-Digits pic X(08).
             01 WS-Param-Num redefines WS-Param-Digits pic 9(08).
             01 WS-w pic 9.
      *      fixture mode: every player's third column held in
      *      memory (space for a rejected round), the league row
      *      each player builds up, and the match being played.
             01 WS-MaxRounds pic 9(05) value 10000.
             01 WS-Moves-Table.
                05 WS-Moves-Entry occurs 50 times.
                   10 WS-Moves-Count pic 9(05).
                   10 WS-Moves-Third pic A occurs 10000 times.
             01 WS-League-Table.
                05 WS-League-Entry occurs 0 to 50 times
                     depending on WS-PlayerCount.
                   10 WS-League-Pts    pic 9(05).
                   10 WS-League-Diff   pic S9(10).
                   10 WS-League-Name   pic X(20).
                   10 WS-League-Played pic 9(03).
                   10 WS-League-Won    pic 9(03).
                   10 WS-League-Drawn  pic 9(03).
                   10 WS-League-Lost   pic 9(03).
                   10 WS-League-For    pic 9(10).
                   10 WS-League-Against pic 9(10).
             01 WS-Home pic 9(02).
             01 WS-Away pic 9(02).
             01 WS-k pic 9(05).
             01 WS-MatchRounds pic 9(05).
             01 WS-MatchCount pic 9(04) value zero.
             01 WS-HomeMove pic A.
             01 WS-AwayMove pic A.
             01 WS-HomeWon pic 9(05).
             01 WS-AwayWon pic 9(05).
             01 WS-HomePts pic 9(10).
             01 WS-AwayPts pic 9(10).
             01 WS-Fixture-Line.
                05 WS-Fix-Match   pic Z(3)9.
                05 FILLER         pic X(1) value space.
                05 WS-Fix-Home    pic X(20).
                05 FILLER         pic X(4) value " v  ".
                05 WS-Fix-Away    pic X(20).
                05 FILLER         pic X(1) value space.
                05 WS-Fix-HomeWon pic Z(4)9.
                05 FILLER         pic X(1) value "-".
                05 WS-Fix-AwayWon pic Z(4)9.
                05 FILLER         pic X(1) value space.
                05 WS-Fix-HomePts pic Z(7)9.
                05 FILLER         pic X(1) value "-".
                05 WS-Fix-AwayPts pic Z(7)9.
                05 FILLER         pic X(1) value space.
                05 WS-Fix-Result  pic X(4).
             01 WS-League-Line.
                05 WS-Lg-Rank    pic Z(2).
                05 FILLER        pic X(1) value space.
                05 WS-Lg-Name    pic X(20).
                05 WS-Lg-Played  pic Z(3)9.
                05 WS-Lg-Won     pic Z(3)9.
                05 WS-Lg-Drawn   pic Z(3)9.
                05 WS-Lg-Lost    pic Z(3)9.
                05 FILLER        pic X(1) value space.
                05 WS-Lg-Diff    pic -(10)9.
                05 FILLER        pic X(1) value space.
                05 WS-Lg-Pts     pic Z(4)9.
       procedure division.
      *    a tournament night is scored under the rules in force on
      *    the night it is played: the night on the command line,
      *    else AOC_INPUT_DATE, else today.
           accept WS-Mode-Param from command-line
           move function upper-case(WS-Mode-Param) to WS-Mode-Param
           move spaces to WS-Param-Word(1)
           move spaces to WS-Param-Word(2)
           unstring WS-Mode-Param delimited by all space
             into WS-Param-Word(1) WS-Param-Word(2)
           end-unstring
           perform varying WS-w from 1 by 1 until WS-w > 2
             if WS-Param-Word(WS-w)(5:1) = "-"
                and WS-Param-Word(WS-w)(8:1) = "-"
               perform take-param-night
               if WS-Param-Night = spaces
                 move 8 to return-code
                 goback
               end-if
               move spaces to WS-Param-Word(WS-w)
             end-if
           end-perform
           move WS-Param-Word(1) to WS-Mode-Param
           if WS-Param-Word(1) = spaces
             move WS-Param-Word(2) to WS-Mode-Param
           end-if
           move WS-Param-Night to WS-Rules-AsOf
           if WS-Rules-AsOf = spaces
             accept WS-Rules-AsOf from environment "AOC_INPUT_DATE"
               on exception move spaces to WS-Rules-AsOf
             end-accept
           end-if
           if WS-Rules-AsOf = spaces
             move function current-date(1:8) to WS-CurrentDate
             string WS-CurrentDate(1:4) "-" WS-CurrentDate(5:2) "-"
                    WS-CurrentDate(7:2)
               delimited by size into WS-Rules-AsOf
           end-if
           perform load-scoring-rules
           if WS-Mode-Param = "FIXTURES"
             perform run-fixtures
             goback
           end-if
           open input PlayerRoster
           if WS-Roster-Error
             display "Day-02-Tournament: no day02-players.txt - "
             display "Day-02-Tournament: roster is empty"
             goback
           end-if
           perform load-review-queue
           open output Standings
           move "standings - third column as move:"
             to Standings-Line
             move WS-Player-Name(WS-p) to WS-Standing-Name
             move WS-Player-AsMove(WS-p) to WS-Standing-Score
             move WS-Player-Rejects(WS-p) to WS-Standing-Rejects
             perform check-under-review
             move spaces to WS-Standing-Review
             if WS-UnderReview = 1
               move "UNDER REVIEW" to WS-Standing-Review
             end-if
             move WS-Standing-Line to Standings-Line
             write Standings-Line
           end-perform
             move WS-Player-Name(WS-p) to WS-Standing-Name
             move WS-Player-AsOutcome(WS-p) to WS-Standing-Score
             move WS-Player-Rejects(WS-p) to WS-Standing-Rejects
             perform check-under-review
             move spaces to WS-Standing-Review
             if WS-UnderReview = 1
               move "UNDER REVIEW" to WS-Standing-Review
             end-if
             move WS-Standing-Line to Standings-Line
             write Standings-Line
           end-perform
           perform write-leaderboard
           display WS-PlayerCount " player(s) ranked - see "
             "day02-standings.txt and day02-leaderboard.txt"
           if WS-HeldRatings > 0
             display WS-HeldRatings " entry(ies) under review - "
               "rating(s) not moved"
           end-if
           goback.

      *    the rating moves with the night's score relative to the
             end-if
             perform varying WS-p from 1 by 1
                     until WS-p > WS-PlayerCount
               perform check-under-review
               if WS-UnderReview = 1
                 add 1 to WS-HeldRatings
               else
                 perform rate-one-player
               end-if
             end-perform
             close RatingMaster
           .
             close Strategy
           .

           load-review-queue.
             open input ReviewQueue
             if WS-Queue-Error
               exit paragraph
             end-if
             move zero to WS-EOF
             perform until WS-EOF = 1
               read ReviewQueue into WS-Review-Row
                 at end move 1 to WS-EOF
                 not at end
                   if WS-Review-Status = "OPEN"
                      and WS-ReviewCount < 199
                     add 1 to WS-ReviewCount
                     move WS-Review-PlayerA
                       to WS-Review-Player(WS-ReviewCount)
                     add 1 to WS-ReviewCount
                     move WS-Review-PlayerB
                       to WS-Review-Player(WS-ReviewCount)
                   end-if
               end-read
             end-perform
             close ReviewQueue
             move zero to WS-EOF
           .

           check-under-review.
             move zero to WS-UnderReview
             perform varying WS-b from 1 by 1
                     until WS-b > WS-ReviewCount
               if WS-Review-Player(WS-b) = WS-Player-Name(WS-p)
                 move 1 to WS-UnderReview
                 exit perform
               end-if
             end-perform
           .

      *    round-robin: load every player's moves, play each pairing
      *    once (the earlier roster row as home side), then rank.
           run-fixtures.
             open input PlayerRoster
             if WS-Roster-Error
               display "Day-02-Tournament: no day02-players.txt - "
                 "no fixtures to play"
               exit paragraph
             end-if
             perform until WS-RosterEOF = 1
               read PlayerRoster into WS-Roster-Record
                 at end move 1 to WS-RosterEOF
                 not at end perform load-fixture-player
               end-read
             end-perform
             close PlayerRoster
             if WS-PlayerCount < 2
               display "Day-02-Tournament: fixtures need at least "
                 "two players"
               exit paragraph
             end-if
             open output Fixtures
             move "fixtures - rounds won and points, home v away:"
               to Fixtures-Line
             write Fixtures-Line
             perform varying WS-Home from 1 by 1
                     until WS-Home >= WS-PlayerCount
               compute WS-Away = WS-Home + 1
               perform until WS-Away > WS-PlayerCount
                 perform play-one-fixture
                 add 1 to WS-Away
               end-perform
             end-perform
             close Fixtures
             perform write-league-table
             display WS-MatchCount " fixture(s) played - see "
               "day02-fixtures.txt and day02-league.txt"
           .

           load-fixture-player.
             if WS-Roster-Record = spaces
               exit paragraph
             end-if
             if WS-PlayerCount >= 50
               display "Day-02-Tournament: more than 50 players - "
                 "extras ignored"
               exit paragraph
             end-if
             add 1 to WS-PlayerCount
             move WS-PlayerCount to WS-p
             move WS-Roster-Name to WS-Player-Name(WS-p)
             initialize WS-League-Entry(WS-p)
             move WS-Roster-Name to WS-League-Name(WS-p)
             move zero to WS-Moves-Count(WS-p)
             move function trim(WS-Roster-Path) to WS-Strategy-Path
             move zero to WS-EOF
             open input Strategy
             if WS-File-Status-Error
               display "strategy file for "
                 function trim(WS-Roster-Name) " not found: "
                 function trim(WS-Strategy-Path)
               exit paragraph
             end-if
             perform until WS-EOF = 1
               read Strategy into WS-Strategy
                 at end move 1 to WS-EOF
                 not at end
                   if WS-Moves-Count(WS-p) < WS-MaxRounds
                     add 1 to WS-Moves-Count(WS-p)
                     move WS-Moves-Count(WS-p) to WS-k
                     if WS-ThirdColumn = "X" or "Y" or "Z"
                       move WS-ThirdColumn to WS-Moves-Third(WS-p, WS-k)
                     else
                       move space to WS-Moves-Third(WS-p, WS-k)
                     end-if
                   end-if
               end-read
             end-perform
             close Strategy
           .

      *    each side's points are what scoring-rules.txt gives its
      *    move against the other side's; a round is won by the side
      *    whose rule row says WIN.
           play-one-fixture.
             add 1 to WS-MatchCount
             move zero to WS-HomeWon WS-AwayWon WS-HomePts WS-AwayPts
             move WS-Moves-Count(WS-Home) to WS-MatchRounds
             if WS-Moves-Count(WS-Away) < WS-MatchRounds
               move WS-Moves-Count(WS-Away) to WS-MatchRounds
             end-if
             perform varying WS-k from 1 by 1
                     until WS-k > WS-MatchRounds
               if WS-Moves-Third(WS-Home, WS-k) not = space and
                  WS-Moves-Third(WS-Away, WS-k) not = space
                 move WS-Moves-Third(WS-Home, WS-k) to WS-HomeMove
                 inspect WS-HomeMove converting "XYZ" to "ABC"
                 move WS-Moves-Third(WS-Away, WS-k) to WS-AwayMove
                 inspect WS-AwayMove converting "XYZ" to "ABC"
                 move WS-AwayMove to WS-LookupOpponent
                 move WS-Moves-Third(WS-Home, WS-k) to WS-LookupPlayer
                 perform look-up-score
                 add WS-Score to WS-HomePts
                 if WS-LookupOutcome = "WIN"
                   add 1 to WS-HomeWon
                 end-if
                 move WS-HomeMove to WS-LookupOpponent
                 move WS-Moves-Third(WS-Away, WS-k) to WS-LookupPlayer
                 perform look-up-score
                 add WS-Score to WS-AwayPts
                 if WS-LookupOutcome = "WIN"
                   add 1 to WS-AwayWon
                 end-if
               end-if
             end-perform
             add 1 to WS-League-Played(WS-Home)
             add 1 to WS-League-Played(WS-Away)
             add WS-HomePts to WS-League-For(WS-Home)
             add WS-AwayPts to WS-League-Against(WS-Home)
             add WS-AwayPts to WS-League-For(WS-Away)
             add WS-HomePts to WS-League-Against(WS-Away)
             evaluate true
               when WS-HomeWon > WS-AwayWon
                 move "HOME" to WS-Fix-Result
                 add 1 to WS-League-Won(WS-Home)
                 add 1 to WS-League-Lost(WS-Away)
                 add 3 to WS-League-Pts(WS-Home)
               when WS-AwayWon > WS-HomeWon
                 move "AWAY" to WS-Fix-Result
                 add 1 to WS-League-Won(WS-Away)
                 add 1 to WS-League-Lost(WS-Home)
                 add 3 to WS-League-Pts(WS-Away)
               when other
                 move "DRAW" to WS-Fix-Result
                 add 1 to WS-League-Drawn(WS-Home)
                 add 1 to WS-League-Drawn(WS-Away)
                 add 1 to WS-League-Pts(WS-Home)
                 add 1 to WS-League-Pts(WS-Away)
             end-evaluate
             move WS-MatchCount to WS-Fix-Match
             move WS-Player-Name(WS-Home) to WS-Fix-Home
             move WS-Player-Name(WS-Away) to WS-Fix-Away
             move WS-HomeWon to WS-Fix-HomeWon
             move WS-AwayWon to WS-Fix-AwayWon
             move WS-HomePts to WS-Fix-HomePts
             move WS-AwayPts to WS-Fix-AwayPts
             move WS-Fixture-Line to Fixtures-Line
             write Fixtures-Line
           .

           write-league-table.
             perform varying WS-p from 1 by 1
                     until WS-p > WS-PlayerCount
               compute WS-League-Diff(WS-p) =
                 WS-League-For(WS-p) - WS-League-Against(WS-p)
             end-perform
             sort WS-League-Entry
               on descending key WS-League-Pts WS-League-Diff
             open output League
             move "league table" to League-Line
             move "P   W   D   L        diff   pts"
               to League-Line(27:)
             write League-Line
             perform varying WS-p from 1 by 1
                     until WS-p > WS-PlayerCount
               move WS-p to WS-Lg-Rank
               move WS-League-Name(WS-p) to WS-Lg-Name
               move WS-League-Played(WS-p) to WS-Lg-Played
               move WS-League-Won(WS-p) to WS-Lg-Won
               move WS-League-Drawn(WS-p) to WS-Lg-Drawn
               move WS-League-Lost(WS-p) to WS-Lg-Lost
               move WS-League-Diff(WS-p) to WS-Lg-Diff
               move WS-League-Pts(WS-p) to WS-Lg-Pts
               move WS-League-Line to League-Line
               write League-Line
               display WS-League-Line
             end-perform
             close League
           .

      *    the same per-round rules Day-02c applies: an opponent move
      *    outside A-C or a third column outside X-Z is a reject and
      *    contributes to neither interpretation's score.
                 read ScoringRules
                   at end move 1 to WS-RulesEOF
                   not at end
                     perform select-scoring-rule
                 end-read
               end-perform
             close ScoringRules
           look-up-score.
             move 0 to WS-Score
             move 0 to WS-RuleFound
             move spaces to WS-LookupOutcome
             perform varying WS-r from 1 by 1 until WS-r > WS-RuleCount
               if WS-LookupOpponent = WS-Rule-OpponentMove(WS-r) and
                  WS-LookupPlayer = WS-Rule-PlayerMove(WS-r) then
                 move WS-Rule-Score(WS-r) to WS-Score
                 move WS-Rule-Outcome(WS-r) to WS-LookupOutcome
                 move 1 to WS-RuleFound
                 exit perform
               end-if
             end-perform
           .

      *    the command-line night in WS-Param-Word(WS-w), kept in
      *    WS-Param-Night when it is a real date.
           take-param-night.
             move spaces to WS-Param-Digits
             string WS-Param-Word(WS-w)(1:4) WS-Param-Word(WS-w)(6:2)
               WS-Param-Word(WS-w)(9:2)
               delimited by size into WS-Param-Digits
             if WS-Param-Word(WS-w)(11:10) = spaces
                and WS-Param-Digits numeric
               if function test-date-yyyymmdd(WS-Param-Num) = 0
                 move WS-Param-Word(WS-w)(1:10) to WS-Param-Night
                 exit paragraph
               end-if
             end-if
             display "Day-02-Tournament: '"
               function trim(WS-Param-Word(WS-w))
               "' is not a yyyy-mm-dd night"
           .

           copy "ruleselp.cpy".
