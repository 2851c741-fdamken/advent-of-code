       data division.
           file section.
             fd RunHistory.
                01 RunHistory-Line pic X(90).
             fd AlertReport.
                01 AlertReport-Line pic X(100).
           working-storage section.
