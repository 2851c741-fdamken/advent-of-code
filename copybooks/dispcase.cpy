      *    shared record layout for dispute-cases.txt, the case file
      *    for answers a field team disputes. one row per case under
      *    a case number: the disputed year/day/part, the run-id that
      *    posted it with the base camp and the answer as posted, who
      *    complained and what about. the case moves OPEN ->
      *    INVESTIG -> UPHELD (rerun ordered) or REJECTED -> CLOSED,
      *    with the date and operator of the opening, the decision
      *    and the closing kept on the row, with the decision (U
      *    upheld, R rejected - kept once the case is closed) and
      *    its reason.
      *    the evidence is linked by name: the case's copy of the run
      *    dossier, the repair resubmit file the rerun took, and the
      *    amended results-ledger row (date, run-id and answer) the
      *    correction posted. kept by Day-Dispute-Case.
             01 WS-Case-Record.
                05 WS-Case-No            pic 9(06).
                05 FILLER                pic X(1) value space.
                05 WS-Case-Status        pic X(8).
                88 WS-Case-Open          value "OPEN".
                88 WS-Case-Investigating value "INVESTIG".
                88 WS-Case-Upheld        value "UPHELD".
                88 WS-Case-Rejected      value "REJECTED".
                88 WS-Case-Closed        value "CLOSED".
                88 WS-Case-Undecided     value "OPEN" "INVESTIG".
                05 FILLER                pic X(1) value space.
                05 WS-Case-Year          pic X(4).
                05 FILLER                pic X(1) value space.
                05 WS-Case-Day           pic X(2).
                05 FILLER                pic X(1) value space.
                05 WS-Case-Part          pic X(20).
                05 FILLER                pic X(1) value space.
                05 WS-Case-RunId         pic X(15).
                05 FILLER                pic X(1) value space.
                05 WS-Case-Site          pic X(6).
                05 FILLER                pic X(1) value space.
                05 WS-Case-Answer        pic X(16).
                05 FILLER                pic X(1) value space.
                05 WS-Case-Complainant   pic X(20).
                05 FILLER                pic X(1) value space.
                05 WS-Case-OpenedDate    pic X(10).
                05 FILLER                pic X(1) value space.
                05 WS-Case-OpenedBy      pic X(3).
                05 FILLER                pic X(1) value space.
                05 WS-Case-DecidedDate   pic X(10).
                05 FILLER                pic X(1) value space.
                05 WS-Case-DecidedBy     pic X(3).
                05 FILLER                pic X(1) value space.
                05 WS-Case-Outcome       pic X(1).
                88 WS-Case-Outcome-Upheld   value "U".
                88 WS-Case-Outcome-Rejected value "R".
                05 FILLER                pic X(1) value space.
                05 WS-Case-ClosedDate    pic X(10).
                05 FILLER                pic X(1) value space.
                05 WS-Case-ClosedBy      pic X(3).
                05 FILLER                pic X(1) value space.
                05 WS-Case-Dossier       pic X(30).
                05 FILLER                pic X(1) value space.
                05 WS-Case-Resubmit      pic X(40).
                05 FILLER                pic X(1) value space.
                05 WS-Case-AmendedDate   pic X(10).
                05 FILLER                pic X(1) value space.
                05 WS-Case-AmendedRunId  pic X(15).
                05 FILLER                pic X(1) value space.
                05 WS-Case-AmendedAnswer pic X(16).
                05 FILLER                pic X(1) value space.
                05 WS-Case-Description   pic X(60).
                05 FILLER                pic X(1) value space.
                05 WS-Case-Decision      pic X(60).
