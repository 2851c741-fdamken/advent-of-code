      *    shared effective-dated rule selection - see rulesel.cpy.
      *    expects the scoring-rules FD fields Rule-OpponentMove,
      *    Rule-PlayerMove, Rule-Score, Rule-Outcome and
      *    Rule-EffectiveFrom, and the program's nine-row
      *    WS-Rules-Table (WS-Rule-OpponentMove, WS-Rule-PlayerMove,
      *    WS-Rule-Score, WS-Rule-Outcome) counted by WS-RuleCount.
      *    on a tie of dates the later row in the file wins.
           select-scoring-rule.
             move Rule-EffectiveFrom to WS-RuleSel-From
             if WS-RuleSel-From = spaces
               move "0000-00-00" to WS-RuleSel-From
             end-if
             if WS-RuleSel-From > WS-Rules-AsOf
               exit paragraph
             end-if
             perform varying WS-RuleSel-i from 1 by 1
                     until WS-RuleSel-i > WS-RuleCount
               if WS-Rule-OpponentMove(WS-RuleSel-i)
                    = Rule-OpponentMove
                  and WS-Rule-PlayerMove(WS-RuleSel-i)
                    = Rule-PlayerMove
                 exit perform
               end-if
             end-perform
             if WS-RuleSel-i > WS-RuleCount
               if WS-RuleCount >= 9
                 exit paragraph
               end-if
               add 1 to WS-RuleCount
               move WS-RuleCount to WS-RuleSel-i
               move low-values to WS-Rule-From(WS-RuleSel-i)
             end-if
             if WS-RuleSel-From >= WS-Rule-From(WS-RuleSel-i)
               move Rule-OpponentMove
                 to WS-Rule-OpponentMove(WS-RuleSel-i)
               move Rule-PlayerMove
                 to WS-Rule-PlayerMove(WS-RuleSel-i)
               move Rule-Score to WS-Rule-Score(WS-RuleSel-i)
               move Rule-Outcome to WS-Rule-Outcome(WS-RuleSel-i)
               move WS-RuleSel-From to WS-Rule-From(WS-RuleSel-i)
             end-if
           .
