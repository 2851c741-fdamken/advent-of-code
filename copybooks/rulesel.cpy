      *    shared working storage for picking the scoring-rules.txt
      *    rule set in force on a given date, paired with the
      *    "select-scoring-rule" paragraph in ruleselp.cpy. every
      *    rule row carries an effective-from date (column 13 on,
      *    YYYY-MM-DD; a row without one has been in force since
      *    before any dated row). the caller sets WS-Rules-AsOf to
      *    the date of the input being processed, then performs
      *    select-scoring-rule once per row read: of the rows for
      *    each opponent/player combination dated on or before the
      *    as-of date, the latest-dated one is kept in the program's
      *    WS-Rules-Table, with its date in WS-Rule-From.
             01 WS-Rules-AsOf pic X(10).
             01 WS-Rule-From-Table.
                05 WS-Rule-From pic X(10) occurs 9 times.
             01 WS-RuleSel-From pic X(10).
             01 WS-RuleSel-i pic 9(02).
