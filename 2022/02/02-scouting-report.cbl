       identification division.
           program-id. Day-02-Scouting.
      *    the coaching and streak reports only look at our own
      *    play; this one looks across the table. replays the
      *    opponent column of the per-round audit trail Day-02c
      *    writes (day02c-audit.txt) and reports, for the team
      *    preparing the next strategy guide:
      *      - how often the opponent played A, B and C in each
      *        tournament phase (first, middle and last third of the
      *        rounds, split as in the streak report)
      *      - move-to-next-move transition counts
      *      - how often the opponent repeated a move after winning
      *        the round and switched after losing it (the as-move
      *        outcome on the trail is ours, so their win is our
      *        LOSE)
      *      - a likely-next-move table: the move most often
      *        following each move, and how often that prediction
      *        would have been right over this tournament
      *    output to day02-scouting.txt and the console.
       environment division.
           input-output section.
             file-control.
               select AuditTrail assign to "day02c-audit.txt"
                 organization is line sequential
                 file status is WS-File-Status-Code.
               select ScoutingReport assign to "day02-scouting.txt"
                 organization is line sequential.
       data division.
           file section.
             fd AuditTrail.
                01 AuditTrail-Line pic X(80).
             fd ScoutingReport.
                01 ScoutingReport-Line pic X(80).
           working-storage section.
             copy "filestat.cpy".
             01 WS-EOF pic 9 value zero.
             01 WS-Audit-Record.
                05 WS-Audit-RoundNo    pic X(8).
                05 FILLER              pic X(1).
                05 WS-Audit-Opponent   pic A.
                05 FILLER              pic X(1).
                05 WS-Audit-Third      pic A.
                05 FILLER              pic X(1).
                05 WS-Audit-Outcome    pic A(04).
                05 FILLER              pic X(69).
      *      the opponent's move (1=A, 2=B, 3=C) and the as-move
      *      outcome of every round, kept so the phases can be cut
      *      once the round count is known.
             01 WS-RoundCount pic 9(08) value zero.
             01 WS-Round-Table.
                05 WS-Round-Entry occurs 10000 times.
                   10 WS-Round-Move    pic 9.
                   10 WS-Round-Outcome pic A(04).
             01 WS-SkippedCount pic 9(08) value zero.
             01 WS-r pic 9(08).
             01 WS-m pic 9.
             01 WS-n pic 9.
             01 WS-Phase pic 9.
             01 WS-PhaseEnd1 pic 9(08).
             01 WS-PhaseEnd2 pic 9(08).
             01 WS-Phase-Table.
                05 WS-Phase-Entry occurs 3 times.
                   10 WS-Phase-Count pic 9(08) occurs 3 times.
             01 WS-Trans-Table.
                05 WS-Trans-Entry occurs 3 times.
                   10 WS-Trans-Count pic 9(08) occurs 3 times.
                   10 WS-Trans-Total pic 9(08).
             01 WS-AfterWin      pic 9(08) value zero.
             01 WS-RepeatAfterWin pic 9(08) value zero.
             01 WS-AfterLoss     pic 9(08) value zero.
             01 WS-SwitchAfterLoss pic 9(08) value zero.
             01 WS-AfterDraw     pic 9(08) value zero.
             01 WS-RepeatAfterDraw pic 9(08) value zero.
             01 WS-Likely     pic 9.
             01 WS-LikelyHits pic 9(08).
             01 WS-TotalHits  pic 9(08) value zero.
             01 WS-TotalTrans pic 9(08) value zero.
             01 WS-Hits pic 9(08).
             01 WS-Of   pic 9(08).
             01 WS-Pct  pic 9(03)v9.
             01 WS-Move-Letters pic X(3) value "ABC".
             01 WS-Phase-Names.
                05 filler pic X(12) value "first third".
                05 filler pic X(12) value "middle third".
                05 filler pic X(12) value "last third".
             01 WS-Phase-Name redefines WS-Phase-Names
                pic X(12) occurs 3 times.
             01 WS-Count-Line.
                05 WS-Count-Label pic X(20).
                05 WS-Count-Col   pic Z(9)9 occurs 3 times.
             01 WS-Rate-Line.
                05 WS-Rate-Label pic X(34).
                05 WS-Rate-Hits  pic Z(9)9.
                05 filler        pic X(4) value " of ".
                05 WS-Rate-Of    pic Z(9)9.
                05 filler        pic X(1) value space.
                05 WS-Rate-Pct   pic ZZ9.9.
                05 filler        pic X(1) value "%".
       procedure division.
           open input AuditTrail
           if WS-File-Status-Error
             display "Day-02-Scouting: no day02c-audit.txt "
               "yet - run Day-02c first"
             goback
           end-if
           perform until WS-EOF = 1
             read AuditTrail into WS-Audit-Record
               at end move 1 to WS-EOF
               not at end perform load-audit-row
             end-read
           end-perform
           close AuditTrail
           if WS-RoundCount = 0
             display "Day-02-Scouting: audit trail is empty"
             goback
           end-if
           initialize WS-Phase-Table
           initialize WS-Trans-Table
           compute WS-PhaseEnd1 = WS-RoundCount / 3
           compute WS-PhaseEnd2 = WS-RoundCount * 2 / 3
           perform varying WS-r from 1 by 1
                   until WS-r > WS-RoundCount
             perform tally-round
           end-perform
           open output ScoutingReport
           perform write-phase-section
           perform write-transition-section
           perform write-habit-section
           perform write-likely-section
           close ScoutingReport
           display "opponent scouting report for " WS-RoundCount
             " round(s) written to day02-scouting.txt"
           if WS-SkippedCount > 0
             display WS-SkippedCount " audit row(s) without an "
               "A/B/C opponent move skipped"
           end-if
           goback.

           load-audit-row.
             if WS-RoundCount >= 10000
               display "Day-02-Scouting: more than 10000 "
                 "rounds - extras ignored"
               move 1 to WS-EOF
               exit paragraph
             end-if
             evaluate WS-Audit-Opponent
               when "A" move 1 to WS-m
               when "B" move 2 to WS-m
               when "C" move 3 to WS-m
               when other
                 add 1 to WS-SkippedCount
                 exit paragraph
             end-evaluate
             add 1 to WS-RoundCount
             move WS-m to WS-Round-Move(WS-RoundCount)
             move WS-Audit-Outcome to WS-Round-Outcome(WS-RoundCount)
           .

      *      each round counts to its phase, and - from the second
      *      round on - as a transition out of the previous round's
      *      move, judged against how the previous round went.
           tally-round.
             move WS-Round-Move(WS-r) to WS-n
             evaluate true
               when WS-r <= WS-PhaseEnd1
                 move 1 to WS-Phase
               when WS-r <= WS-PhaseEnd2
                 move 2 to WS-Phase
               when other
                 move 3 to WS-Phase
             end-evaluate
             add 1 to WS-Phase-Count(WS-Phase, WS-n)
             if WS-r = 1
               exit paragraph
             end-if
             move WS-Round-Move(WS-r - 1) to WS-m
             add 1 to WS-Trans-Count(WS-m, WS-n)
             add 1 to WS-Trans-Total(WS-m)
             add 1 to WS-TotalTrans
             evaluate WS-Round-Outcome(WS-r - 1)
               when "LOSE"
                 add 1 to WS-AfterWin
                 if WS-n = WS-m
                   add 1 to WS-RepeatAfterWin
                 end-if
               when "WIN"
                 add 1 to WS-AfterLoss
                 if WS-n not = WS-m
                   add 1 to WS-SwitchAfterLoss
                 end-if
               when other
                 add 1 to WS-AfterDraw
                 if WS-n = WS-m
                   add 1 to WS-RepeatAfterDraw
                 end-if
             end-evaluate
           .

           write-phase-section.
             move "opponent moves by phase      A         B         C"
               to ScoutingReport-Line
             perform write-report-line
             perform varying WS-Phase from 1 by 1 until WS-Phase > 3
               move WS-Phase-Name(WS-Phase) to WS-Count-Label
               perform varying WS-n from 1 by 1 until WS-n > 3
                 move WS-Phase-Count(WS-Phase, WS-n)
                   to WS-Count-Col(WS-n)
               end-perform
               move WS-Count-Line to ScoutingReport-Line
               perform write-report-line
             end-perform
           .

           write-transition-section.
             move spaces to ScoutingReport-Line
             perform write-report-line
             move "transitions (from/to)        A         B         C"
               to ScoutingReport-Line
             perform write-report-line
             perform varying WS-m from 1 by 1 until WS-m > 3
               move spaces to WS-Count-Label
               string "after " WS-Move-Letters(WS-m:1)
                 delimited by size into WS-Count-Label
               perform varying WS-n from 1 by 1 until WS-n > 3
                 move WS-Trans-Count(WS-m, WS-n) to WS-Count-Col(WS-n)
               end-perform
               move WS-Count-Line to ScoutingReport-Line
               perform write-report-line
             end-perform
           .

           write-habit-section.
             move spaces to ScoutingReport-Line
             perform write-report-line
             move "repeated the move after a win" to WS-Rate-Label
             move WS-RepeatAfterWin to WS-Hits
             move WS-AfterWin to WS-Of
             perform write-rate-line
             move "switched the move after a loss" to WS-Rate-Label
             move WS-SwitchAfterLoss to WS-Hits
             move WS-AfterLoss to WS-Of
             perform write-rate-line
             move "repeated the move after a draw" to WS-Rate-Label
             move WS-RepeatAfterDraw to WS-Hits
             move WS-AfterDraw to WS-Of
             perform write-rate-line
           .

      *      the prediction for each move is whichever move followed
      *      it most often (the earlier letter on a tie); its hit
      *      rate is how many of those transitions it called right.
           write-likely-section.
             move spaces to ScoutingReport-Line
             perform write-report-line
             move "likely next move" to ScoutingReport-Line
             perform write-report-line
             perform varying WS-m from 1 by 1 until WS-m > 3
               move 1 to WS-Likely
               perform varying WS-n from 2 by 1 until WS-n > 3
                 if WS-Trans-Count(WS-m, WS-n)
                    > WS-Trans-Count(WS-m, WS-Likely)
                   move WS-n to WS-Likely
                 end-if
               end-perform
               move WS-Trans-Count(WS-m, WS-Likely) to WS-LikelyHits
               add WS-LikelyHits to WS-TotalHits
               move spaces to WS-Rate-Label
               string "after " WS-Move-Letters(WS-m:1) " expect "
                 WS-Move-Letters(WS-Likely:1) ", right"
                 delimited by size into WS-Rate-Label
               move WS-LikelyHits to WS-Hits
               move WS-Trans-Total(WS-m) to WS-Of
               perform write-rate-line
             end-perform
             move "prediction right overall" to WS-Rate-Label
             move WS-TotalHits to WS-Hits
             move WS-TotalTrans to WS-Of
             perform write-rate-line
           .

           write-rate-line.
             move zero to WS-Pct
             if WS-Of > 0
               compute WS-Pct rounded = WS-Hits * 100 / WS-Of
             end-if
             move WS-Hits to WS-Rate-Hits
             move WS-Of to WS-Rate-Of
             move WS-Pct to WS-Rate-Pct
             move WS-Rate-Line to ScoutingReport-Line
             perform write-report-line
           .

           write-report-line.
             write ScoutingReport-Line
             display function trim(ScoutingReport-Line trailing)
           .
