             fd PriorityReport.
                01 PriorityReport-Line pic X(60).
             fd RunHistory.
                01 RunHistory-Line pic X(90).
           working-storage section.
             copy "filestat.cpy".
             copy "elapsed.cpy".
