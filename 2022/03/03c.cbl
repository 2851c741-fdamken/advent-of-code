                   05 BR-Item     pic A.
                   05 BR-Priority pic 9(2).
             fd ResultsLedger.
                01 ResultsLedger-Line pic X(110).
             fd RunHistory.
                01 RunHistory-Line pic X(90).
             fd RunControl.
                01 RunControl-Record pic X(100).
           working-storage section.
      *      an investigation can join one run's records across all
      *      the shared files.
             01 WS-Run-Id pic X(15).
      *      the program's current release-register.txt version,
      *      stamped alongside the run-id on every results and
      *      run-control row this run posts.
             01 WS-Release-Mode    pic X(1) value "C".
             01 WS-Release-Program pic X(12) value "Day-03c".
             01 WS-Release-Version pic X(6).
             01 WS-Release-Found   pic X(1).
             01 WS-Release-Row     pic X(72).
      *      the base camp this run is processing for (Site-Context:
      *      AOC_SITE, else the home camp), stamped alongside the
      *      run-id on every row this run posts.
             01 WS-Site-Mode pic X(1) value "C".
             01 WS-Site-Code pic X(6).
             01 WS-Site-Path pic X(100).
             01 WS-RunDate pic X(10).
             01 WS-CurrentDate pic X(8).
       procedure division.
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
           accept WS-Trial-Param from environment "AOC_TRIAL"
             on exception move "N" to WS-Trial-Param
           end-accept
