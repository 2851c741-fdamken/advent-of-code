       data division.
           file section.
             fd RunHistory.
                01 RunHistory-Line pic X(90).
             fd BatchManifest.
                01 BatchManifest-Line pic X(160).
             fd ForecastReport.
