             fd ExceptionLedger.
                01 ExceptionLedger-Line pic X(180).
             fd RunHistory.
                01 RunHistory-Line pic X(90).
           working-storage section.
             copy "filestat.cpy".
             copy "elapsed.cpy".
