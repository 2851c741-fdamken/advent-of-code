      *    shared record layout for shadow-register.txt, one row per
      *    shadow night of a candidate program build: the batch run
      *    and date it shadowed, the production program and the
      *    candidate, the verdict - CLEAN (answers, exception counts
      *    by reason and run-control counts all the same as
      *    production), DIFFER, NOINPUT (no vaulted input to replay),
      *    NOBUILD (the candidate module would not load), BLOCKED (an
      *    earlier shadow's parked staging still on disk) - with the
      *    differences counted and both elapsed times, and PROMOTED
      *    once the candidate replaces production. written by
      *    Day-Shadow-Run and Day-Shadow-Promote, read by
      *    Day-Shadow-Promote to count clean nights.
             01 WS-ShadowReg-Status pic XX.
             88 WS-ShadowReg-OK    value "00".
             88 WS-ShadowReg-Error value "30" thru "99".
             01 WS-ShadowReg-Record.
                05 WS-ShadowReg-Date      pic X(10).
                05 FILLER                 pic X(1) value space.
                05 WS-ShadowReg-RunId     pic X(15).
                05 FILLER                 pic X(1) value space.
                05 WS-ShadowReg-Year      pic X(4).
                05 FILLER                 pic X(1) value space.
                05 WS-ShadowReg-Day       pic X(2).
                05 FILLER                 pic X(1) value space.
                05 WS-ShadowReg-Program   pic X(12).
                05 FILLER                 pic X(1) value space.
                05 WS-ShadowReg-Candidate pic X(12).
                05 FILLER                 pic X(1) value space.
                05 WS-ShadowReg-Verdict   pic X(8).
                88 WS-ShadowReg-Clean     value "CLEAN".
                88 WS-ShadowReg-Differ    value "DIFFER".
                88 WS-ShadowReg-Promoted  value "PROMOTED".
                05 FILLER                 pic X(1) value space.
                05 WS-ShadowReg-AnsDiffs  pic 9(03).
                05 FILLER                 pic X(1) value space.
                05 WS-ShadowReg-ExcDiffs  pic 9(03).
                05 FILLER                 pic X(1) value space.
                05 WS-ShadowReg-CtlDiffer pic X(1).
                05 FILLER                 pic X(1) value space.
                05 WS-ShadowReg-ProdSecs  pic Z(5)9.99.
                05 FILLER                 pic X(1) value space.
                05 WS-ShadowReg-CandSecs  pic Z(5)9.99.
