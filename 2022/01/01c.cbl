           FD ExceptionLedger.
              01 ExceptionLedger-Line PIC X(180).
           FD ResultsLedger.
              01 ResultsLedger-Line PIC X(110).
           FD RunHistory.
              01 RunHistory-Line PIC X(90).
           FD RunControl.
              01 RunControl-Record PIC X(100).
           FD ResubmitFile.
      *    an investigation can join one run's records across all
      *    the shared files.
           01 WS-Run-Id PIC X(15).
      *    the program's current release-register.txt version,
      *    stamped alongside the run-id on every results and
      *    run-control row this run posts.
           01 WS-Release-Mode    PIC X(1) VALUE "C".
           01 WS-Release-Program PIC X(12) VALUE "Day-01c".
           01 WS-Release-Version PIC X(6).
           01 WS-Release-Found   PIC X(1).
           01 WS-Release-Row     PIC X(72).
      *    the base camp this run is processing for (Site-Context:
      *    AOC_SITE, else the home camp), stamped alongside the
      *    run-id on every row this run posts.
           01 WS-Site-Mode PIC X(1) VALUE "C".
           01 WS-Site-Code PIC X(6).
           01 WS-Site-Path PIC X(100).
      *    corrections-mode bookkeeping: the repaired records keyed
      *    by input line number, and the audit row linking the
      *    amended post back to the run it corrects.
         MOVE WS-Run-Id TO WS-RUNHISTORY-RUNID.
         MOVE WS-Run-Id TO WS-EXCEPTIONLEDGER-RUNID.
         MOVE WS-Run-Id TO WS-RUNCONTROL-RUNID.
         CALL "Release-Register" USING WS-Release-Mode
           WS-Release-Program WS-Release-Version WS-Release-Found
           WS-Release-Row.
         MOVE WS-Release-Version TO WS-LEDGER-VERSION.
         MOVE WS-Release-Version TO WS-RUNCONTROL-VERSION.
         CALL "Site-Context" USING WS-Site-Mode WS-Site-Code
           WS-Site-Path.
         MOVE WS-Site-Code TO WS-LEDGER-SITE.
         MOVE WS-Site-Code TO WS-RUNHISTORY-SITE.
         MOVE WS-Site-Code TO WS-EXCEPTIONLEDGER-SITE.
         MOVE WS-Site-Code TO WS-RUNCONTROL-SITE.
         ACCEPT WS-Resubmit-File
             FROM ENVIRONMENT "AOC_RESUBMIT_FILE"
           ON EXCEPTION MOVE SPACES TO WS-Resubmit-File
