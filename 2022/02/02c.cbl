               select Strategy assign to dynamic WS-Input-File-Name
                 organization is line sequential
                 file status is WS-File-Status-Code.
      *        each rules row may carry an effective-from date;
      *        the rule used for each pair is the latest one in
      *        force on the date being scored (see rulesel.cpy).
               select ScoringRules assign to "scoring-rules.txt"
                 organization is line sequential.
      *        reconciliation log for strategy lines carrying an
                  05 Rule-Score        pic 9(02).
                  05 FILLER           pic A.
                  05 Rule-Outcome      pic A(04).
                  05 FILLER           pic A.
                  05 Rule-EffectiveFrom pic X(10).
             fd RejectsLog.
               01 RejectsLog-Line pic X(60).
             fd AuditTrail.
             fd ExceptionLedger.
               01 ExceptionLedger-Line pic X(180).
             fd ResultsLedger.
               01 ResultsLedger-Line pic X(110).
             fd RunHistory.
               01 RunHistory-Line pic X(90).
             fd RunControl.
                01 RunControl-Record pic X(100).
             fd ResubmitFile.
             01 WS-Msg-Program pic X(12) value "Day-02c".
             01 WS-Msg-Insert  pic X(60).
             copy "filestat.cpy".
             copy "rulesel.cpy".
             copy "elapsed.cpy".
             01 WS-Input-File-Name pic X(100) value "input.txt".
             01 WS-Extend-Status pic XX.
      *      an investigation can join one run's records across all
      *      the shared files.
             01 WS-Run-Id pic X(15).
      *      the program's current release-register.txt version,
      *      stamped alongside the run-id on every results and
      *      run-control row this run posts.
             01 WS-Release-Mode    pic X(1) value "C".
             01 WS-Release-Program pic X(12) value "Day-02c".
             01 WS-Release-Version pic X(6).
             01 WS-Release-Found   pic X(1).
             01 WS-Release-Row     pic X(72).
      *      the base camp this run is processing for (Site-Context:
      *      AOC_SITE, else the home camp), stamped alongside the
      *      run-id on every row this run posts.
             01 WS-Site-Mode pic X(1) value "C".
             01 WS-Site-Code pic X(6).
             01 WS-Site-Path pic X(100).
      *      corrections-mode bookkeeping: the repaired records
      *      keyed by input line number, and the audit row linking
      *      the amended post back to the run it corrects.
           move WS-Run-Id to WS-RunHistory-RunId
           move WS-Run-Id to WS-ExceptionLedger-RunId
           move WS-Run-Id to WS-RunControl-RunId
           call "Release-Register" using WS-Release-Mode
             WS-Release-Program WS-Release-Version WS-Release-Found
             WS-Release-Row
           move WS-Release-Version to WS-Ledger-Version
           move WS-Release-Version to WS-RunControl-Version
           call "Site-Context" using WS-Site-Mode WS-Site-Code
             WS-Site-Path
           move WS-Site-Code to WS-Ledger-Site
           move WS-Site-Code to WS-RunHistory-Site
           move WS-Site-Code to WS-ExceptionLedger-Site
           move WS-Site-Code to WS-RunControl-Site
           accept WS-Resubmit-File
               from environment "AOC_RESUBMIT_FILE"
             on exception move spaces to WS-Resubmit-File
             move 12 to return-code
             goback
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
