      *    shared record layout for rerun-requests.txt, the queue of
      *    runs outside the normal schedule. one row per request
      *    under a request number: the year and day to rerun, the
      *    mode - CORRECT (corrections mode against a repair resubmit
      *    file), DAY (the day's input rerun forced) or WHATIF (a
      *    trial run, nothing posted, of the day's input or another
      *    named file) - the night it is to run and the base camp it
      *    is for, with the file the mode takes ("-" when none), who
      *    filed it and why. a supervisor other than the filer
      *    approves (APPROVED) or declines (DECLINED) it; the batch
      *    driver runs an approved request on its target night and
      *    writes the outcome back - DONE or FAILED with the batch
      *    run-id, the date and the return code - or LAPSED when its
      *    night passed with the request never run. the input date
      *    is the night the day's input was last run before the
      *    request was filed - the night a CORRECT or DAY rerun is
      *    processed as, so it is scored under the rules in force
      *    then; blank when the day had never run. kept by
      *    Day-Rerun-Request, worked by Day-Batch-Driver.
             01 WS-Rerun-Record.
                05 WS-Rerun-No          pic 9(06).
                05 FILLER               pic X(1) value space.
                05 WS-Rerun-Status      pic X(8).
                88 WS-Rerun-Filed       value "FILED".
                88 WS-Rerun-Approved    value "APPROVED".
                88 WS-Rerun-Declined    value "DECLINED".
                88 WS-Rerun-Done        value "DONE".
                88 WS-Rerun-Failed      value "FAILED".
                88 WS-Rerun-Lapsed      value "LAPSED".
                05 FILLER               pic X(1) value space.
                05 WS-Rerun-Year        pic X(4).
                05 FILLER               pic X(1) value space.
                05 WS-Rerun-Day         pic X(2).
                05 FILLER               pic X(1) value space.
                05 WS-Rerun-Mode        pic X(8).
                88 WS-Rerun-Correct     value "CORRECT".
                88 WS-Rerun-Whole-Day   value "DAY".
                88 WS-Rerun-WhatIf      value "WHATIF".
                05 FILLER               pic X(1) value space.
                05 WS-Rerun-Night       pic X(10).
                05 FILLER               pic X(1) value space.
                05 WS-Rerun-Site        pic X(6).
                05 FILLER               pic X(1) value space.
                05 WS-Rerun-File        pic X(40).
                05 FILLER               pic X(1) value space.
                05 WS-Rerun-FiledBy     pic X(3).
                05 FILLER               pic X(1) value space.
                05 WS-Rerun-FiledDate   pic X(10).
                05 FILLER               pic X(1) value space.
                05 WS-Rerun-DecidedBy   pic X(3).
                05 FILLER               pic X(1) value space.
                05 WS-Rerun-DecidedDate pic X(10).
                05 FILLER               pic X(1) value space.
                05 WS-Rerun-RunId       pic X(15).
                05 FILLER               pic X(1) value space.
                05 WS-Rerun-RanDate     pic X(10).
                05 FILLER               pic X(1) value space.
                05 WS-Rerun-RC          pic X(2).
                05 FILLER               pic X(1) value space.
                05 WS-Rerun-Reason      pic X(60).
                05 FILLER               pic X(1) value space.
                05 WS-Rerun-Note        pic X(60).
                05 FILLER               pic X(1) value space.
                05 WS-Rerun-InputDate   pic X(10).
