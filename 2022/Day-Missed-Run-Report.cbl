             fd BatchCalendar.
                01 BatchCalendar-Line pic X(40).
             fd RunHistory.
                01 RunHistory-Line pic X(90).
             fd MissedReport.
                01 MissedReport-Line pic X(80).
           working-storage section.
