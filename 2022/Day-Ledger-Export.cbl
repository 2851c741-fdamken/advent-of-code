       data division.
           file section.
             fd ResultsLedger.
                01 ResultsLedger-Line pic X(110).
             fd RunHistory.
                01 RunHistory-Line pic X(90).
             fd ResultsExport.
                01 ResultsExport-Line pic X(120).
             fd HistoryExport.
