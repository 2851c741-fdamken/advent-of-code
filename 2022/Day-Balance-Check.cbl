             fd RunControl.
                01 RunControl-Record pic X(100).
             fd ResultsLedger.
                01 ResultsLedger-Line pic X(110).
             fd ExceptionLedger.
                01 ExceptionLedger-Line pic X(180).
             fd BalanceReport.
