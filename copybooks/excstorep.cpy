      *    shared exceptions-store paragraphs, paired with the
      *    excstore.cpy record and the exceplg.cpy ledger row.
      *    store-from-ledger-row fills ExceptionStore-Record from
      *    WS-ExceptionLedger-Line; ledger-row-from-store rebuilds
      *    the ledger row from a store record, so a reader shows and
      *    tallies a row the same whichever it came from.
           store-from-ledger-row.
             move WS-ExceptionLedger-Site to ES-Site
             move WS-ExceptionLedger-Year to ES-Year
             move WS-ExceptionLedger-Day to ES-Day
             move WS-ExceptionLedger-RunId to ES-RunId
             move WS-ExceptionLedger-Program to ES-Program
             move WS-ExceptionLedger-Reason to ES-Reason
             move WS-ExceptionLedger-Date to ES-Date
             move WS-ExceptionLedger-Line(20:8) to ES-LineNo
             move WS-ExceptionLedger-Severity to ES-Severity
             move WS-ExceptionLedger-Record to ES-Record
           .

           ledger-row-from-store.
             move spaces to WS-ExceptionLedger-Line
             move ES-Year to WS-ExceptionLedger-Year
             move ES-Day to WS-ExceptionLedger-Day
             move ES-Program to WS-ExceptionLedger-Program
             move ES-LineNo to WS-ExceptionLedger-Line(20:8)
             move ES-Reason to WS-ExceptionLedger-Reason
             move ES-Date to WS-ExceptionLedger-Date
             move ES-RunId to WS-ExceptionLedger-RunId
             move ES-Severity to WS-ExceptionLedger-Severity
             move ES-Record to WS-ExceptionLedger-Record
             move ES-Site to WS-ExceptionLedger-Site
           .
