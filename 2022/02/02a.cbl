      *        the move-to-score and win/lose/draw rules used to be a
      *        hardcoded evaluate; they now live in this external
      *        rules file so a variant scoring scheme can be modeled
      *        without touching the program. rows may carry an
      *        effective-from date; the rule used for each pair is
      *        the latest one in force on the run's date.
               select ScoringRules assign to "scoring-rules.txt"
                 organization is line sequential.
      *        per-round audit trail so a disputed score can be
                  05 Rule-Score        pic 9(02).
                  05 FILLER           pic A.
                  05 Rule-Outcome      pic A(04).
                  05 FILLER           pic A.
                  05 Rule-EffectiveFrom pic X(10).
             fd AuditTrail.
               01 AuditTrail-Line pic X(60).
             fd RejectsLog.
             fd ExceptionLedger.
               01 ExceptionLedger-Line pic X(180).
             fd RunHistory.
               01 RunHistory-Line pic X(90).
           working-storage section.
             copy "filestat.cpy".
             copy "rulesel.cpy".
             copy "elapsed.cpy".
             01 WS-Input-File-Name pic X(100) value "input.txt".
      *      OPEN EXTEND on a file that does not exist yet fails, so
           if WS-Processing-Year = spaces
             move "2022" to WS-Processing-Year
           end-if
      *    Day-Batch-Driver sets AOC_INPUT_DATE to the night the
      *    input belongs to; a hand run without it is scored as of
      *    the puzzle's own date, 2 December of the year.
           accept WS-Rules-AsOf from environment "AOC_INPUT_DATE"
             on exception move spaces to WS-Rules-AsOf
           end-accept
           if WS-Rules-AsOf = spaces
             string WS-Processing-Year "-12-02"
               delimited by size into WS-Rules-AsOf
           end-if
           perform load-scoring-rules
           open input Strategy
           if WS-File-Status-Error
                 read ScoringRules
                   at end move 1 to WS-RulesEOF
                   not at end
                     perform select-scoring-rule
                 end-read
               end-perform
             close ScoringRules
           .

           copy "elapsedp.cpy".

           copy "ruleselp.cpy".
