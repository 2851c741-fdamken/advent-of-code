      *    shared record layout and table for crane-service.txt, the
      *    crane preventive-maintenance master. one row per crane:
      *    crane id, lifts and weight-units (crate weight classes
      *    lifted) since the last service, the service interval in
      *    each measure (zero = not serviced on that measure), the
      *    last service date as yyyy-mm-dd and the run id of the
      *    last Day-05a run posted, so a run is never counted twice.
      *    paired with the paragraphs in crnsvcp.cpy:
      *      load-crane-service    fills the table from the
      *                            program's CraneService file
      *      find-crane-service    row of crane WS-CrnS-Key in
      *                            WS-CrnS-Idx, zero when not listed
      *      add-crane-service     new zero row for WS-CrnS-Key
      *      rate-crane-service    share of each interval used by
      *                            row WS-CrnS-Idx and its state
      *      write-crane-service   rewrites the master from the table
             01 WS-CrnS-Status pic XX.
             88 WS-CrnS-OK    value "00".
             88 WS-CrnS-Error value "30" thru "99".
             01 WS-CrnS-Record.
                05 WS-CrnRec-Crane     pic X(4).
                05 FILLER              pic X(1).
                05 WS-CrnRec-Lifts     pic X(8).
                05 FILLER              pic X(1).
                05 WS-CrnRec-Weight    pic X(10).
                05 FILLER              pic X(1).
                05 WS-CrnRec-LiftInt   pic X(8).
                05 FILLER              pic X(1).
                05 WS-CrnRec-WeightInt pic X(10).
                05 FILLER              pic X(1).
                05 WS-CrnRec-LastSvc   pic X(10).
                05 FILLER              pic X(1).
                05 WS-CrnRec-LastRun   pic X(15).
             01 WS-CrnS-EOF pic 9.
             01 WS-CrnS-BadCount pic 9(04) value zero.
             01 WS-CrnS-Count pic 9(02) value zero.
             01 WS-CrnS-Table.
                05 WS-CrnS occurs 0 to 20 times
                     depending on WS-CrnS-Count.
                   10 WS-CrnS-Crane     pic X(4).
                   10 WS-CrnS-Lifts     pic 9(08).
                   10 WS-CrnS-Weight    pic 9(10).
                   10 WS-CrnS-LiftInt   pic 9(08).
                   10 WS-CrnS-WeightInt pic 9(10).
                   10 WS-CrnS-LastSvc   pic X(10).
                   10 WS-CrnS-LastRun   pic X(15).
             01 WS-CrnS-Idx pic 9(02).
             01 WS-CrnS-Key pic X(4).
      *      rate-crane-service results: percent of each interval
      *      used (zero for an untracked measure) and the state -
      *      DUE SOON from the warning percent, OVERDUE at 100.
             01 WS-CrnS-WarnPct   pic 9(03) value 90.
             01 WS-CrnS-LiftPct   pic 9(05).
             01 WS-CrnS-WeightPct pic 9(05).
             01 WS-CrnS-State     pic X(8).
             88 WS-CrnS-Service-OK  value "OK".
             88 WS-CrnS-Due-Soon    value "DUE SOON".
             88 WS-CrnS-Overdue     value "OVERDUE".
