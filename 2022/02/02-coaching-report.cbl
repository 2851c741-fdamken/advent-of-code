      *    distribution of mistake types by the outcome actually
      *    played (a LOSE when a WIN was there, a DRAW when a WIN
      *    was there, and so on), and the ten costliest rounds.
      *    the rules used are those in force on the audited run's
      *    date - AOC_INPUT_DATE when set, otherwise 2 December of
      *    AOC_YEAR - the same choice Day-02c makes.
      *    output to day02-coaching.txt and the console.
       environment division.
           input-output section.
                  05 Rule-Score        pic 9(02).
                  05 FILLER           pic A.
                  05 Rule-Outcome      pic A(04).
                  05 FILLER           pic A.
                  05 Rule-EffectiveFrom pic X(10).
             fd CoachingReport.
                01 CoachingReport-Line pic X(100).
           working-storage section.
             copy "numval.cpy".
             copy "rulesel.cpy".
             01 WS-Audit-Status pic XX.
             88 WS-Audit-OK    value "00".
             88 WS-Audit-Error value "30" thru "99".
             88 WS-Rules-OK    value "00".
             88 WS-Rules-Error value "30" thru "99".
             01 WS-EOF pic 9 value zero.
             01 WS-Rules-Year pic X(4).
             01 WS-Audit-Row.
                05 WS-ARow-RoundNo pic X(8).
                05 FILLER          pic X(1).
             01 WS-RuleCount pic 9(02) value zero.
             01 WS-Rules-Table.
                05 WS-Rule occurs 9 times.
                   10 WS-Rule-OpponentMove pic A.
                   10 WS-Rule-PlayerMove pic A.
                   10 WS-Rule-Score   pic 9(02).
                   10 WS-Rule-Outcome pic A(04).
             01 WS-r pic 9(02).
                   value "  forfeited ".
                05 WS-Rep-Forfeit pic Z(2).
       procedure division.
           accept WS-Rules-Year from environment "AOC_YEAR"
             on exception move spaces to WS-Rules-Year
           end-accept
           if WS-Rules-Year = spaces
             move "2022" to WS-Rules-Year
           end-if
           accept WS-Rules-AsOf from environment "AOC_INPUT_DATE"
             on exception move spaces to WS-Rules-AsOf
           end-accept
           if WS-Rules-AsOf = spaces
             string WS-Rules-Year "-12-02"
               delimited by size into WS-Rules-AsOf
           end-if
           perform load-scoring-rules
           if WS-RuleCount < 9
             display "Day-02-Coaching: scoring-rules.txt is "
               read ScoringRules
                 at end move 1 to WS-EOF
                 not at end
                   perform select-scoring-rule
               end-read
             end-perform
             close ScoringRules
             end-perform
             perform varying WS-r from 1 by 1
                     until WS-r > WS-RuleCount
               evaluate WS-Rule-OpponentMove(WS-r)
                 when "A" move 1 to WS-Opp-N
                 when "B" move 2 to WS-Opp-N
                 when "C" move 3 to WS-Opp-N
           .

           copy "numvalp.cpy".

           copy "ruleselp.cpy".
