           FD ExceptionLedger.
              01 ExceptionLedger-Line PIC X(180).
           FD ResultsLedger.
              01 ResultsLedger-Line PIC X(110).
           FD RunHistory.
              01 RunHistory-Line PIC X(90).
         WORKING-STORAGE SECTION.
           COPY "FILESTAT.cpy".
           COPY "ELAPSED.cpy".
