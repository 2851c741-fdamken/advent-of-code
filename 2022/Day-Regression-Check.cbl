      *    REBUILD as the first command-line parameter to bless the
      *    current master as the new golden-answers.txt, the way a
      *    maintainer would after confirming a change was intentional.
      *    the master, the golden rows and the mismatch rows all
      *    carry the base camp, so each site is checked against its
      *    own blessed answers; a golden row from before sites were
      *    carried is the home camp's.
       environment division.
           input-output section.
             file-control.
                 file status is WS-Golden-Status.
      *        every mismatch or ledger entry the golden file has no
      *        answer for, so a failing check can be diagnosed without
      *        re-running the whole batch by hand. each row names the
      *        program version that posted the current answer, so a
      *        new build shows up as the cause at a glance.
               select RegressionLog
                 assign to "day-regression-mismatches.txt"
                 organization is line sequential.
             fd AnswersMaster.
                copy "ansmast.cpy".
             fd GoldenAnswers.
                01 GoldenAnswers-Line pic X(110).
             fd RegressionLog.
                01 RegressionLog-Line pic X(90).
             fd PendingChanges.
                01 PendingChanges-Line pic X(60).
           working-storage section.
             01 WS-GoldenCount pic 9(04) value zero.
             01 WS-Golden-Overflow pic 9 value zero.
             01 WS-Golden-Table.
                05 WS-Golden-Row pic X(110) occurs 2000 times.
             01 WS-g pic 9(04).
             01 WS-ApprovedCount pic 9(04) value zero.
             01 WS-Mode-Param pic X(8).
                05 WS-Regression-Golden pic Z(16).
                05 FILLER               pic X(1) value space.
                05 WS-Regression-Actual pic Z(16).
                05 FILLER               pic X(1) value space.
                05 WS-Regression-Version pic X(6).
                05 FILLER               pic X(1) value space.
                05 WS-Regression-Site   pic X(6).
             01 WS-Site-Mode pic X(1) value "H".
             01 WS-Home-Site pic X(6).
             01 WS-Site-Path pic X(100).
       procedure division.
           call "Site-Context" using WS-Site-Mode WS-Home-Site
             WS-Site-Path
           accept WS-Mode-Param from command-line
           if WS-Mode-Param = "REBUILD" or WS-Mode-Param = "rebuild"
             perform rebuild-golden-file
                     move AM-Day to WS-Ledger-Day
                     move AM-Part to WS-Ledger-Part
                     move AM-Answer to WS-Ledger-Answer
                     move AM-Site to WS-Ledger-Site
                     move WS-Ledger-Line to GoldenAnswers-Line
                     write GoldenAnswers-Line
                 end-read
             move WS-Ledger-Year to AM-Year
             move WS-Ledger-Day to AM-Day
             move WS-Ledger-Part to AM-Part
             if WS-Ledger-Site = spaces
               move WS-Home-Site to WS-Ledger-Site
             end-if
             move WS-Ledger-Site to AM-Site
             read AnswersMaster
               invalid key move 0 to WS-Found
             end-read
               add 1 to WS-MissingCount
               move "MISSING" to WS-Regression-Reason
               move zero to WS-Regression-Actual
               move spaces to WS-Regression-Version
               perform write-regression-record
             else
               move AM-Version to WS-Regression-Version
               if AM-Answer = WS-Ledger-Answer
                 add 1 to WS-PassCount
               else
             move WS-Ledger-Day to WS-Regression-Day
             move WS-Ledger-Part to WS-Regression-Part
             move WS-Ledger-Answer to WS-Regression-Golden
             move WS-Ledger-Site to WS-Regression-Site
             move WS-Regression-Line to RegressionLog-Line
             write RegressionLog-Line
           .
