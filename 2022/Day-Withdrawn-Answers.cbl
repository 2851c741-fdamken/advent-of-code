       identification division.
           program-id. Day-Withdrawn-Answers.
      *    lists every answer on the answers master that was posted by
      *    a program build since withdrawn on release-register.txt, so
      *    those days can be rerun under a good build. the master
      *    carries the run-id and version that posted each answer;
      *    the program is taken from the run-control.txt row that run
      *    wrote for the same year, day and version (the results row
      *    itself does not name its program). an answer whose run left
      *    no run-control row is matched on the day number in the
      *    program name instead, and flagged as such. writes
      *    withdrawn-answers.txt - one row per exposed answer, then the
      *    year/days to rerun - and ends rc 4 when anything is exposed,
      *    rc 0 when the master is clean.
       environment division.
           input-output section.
             file-control.
               select AnswersMaster assign to "answers-master.dat"
                 organization is indexed
                 access mode is dynamic
                 record key is AM-Key
                 file status is WS-Master-Status.
               select ReleaseRegister assign to "release-register.txt"
                 organization is line sequential
                 file status is WS-Register-Status.
               select RunControl assign to "run-control.txt"
                 organization is line sequential
                 file status is WS-Control-Status.
               select WithdrawnReport
                 assign to "withdrawn-answers.txt"
                 organization is line sequential.
       data division.
           file section.
             fd AnswersMaster.
                copy "ansmast.cpy".
             fd ReleaseRegister.
                01 ReleaseRegister-Line pic X(80).
             fd RunControl.
                01 RunControl-Record pic X(100).
             fd WithdrawnReport.
                01 WithdrawnReport-Line pic X(132).
           working-storage section.
             copy "relreg.cpy".
             copy "runctl.cpy".
             01 WS-Master-Status pic XX.
             88 WS-Master-OK    value "00".
             88 WS-Master-Error value "30" thru "99".
             01 WS-Register-Status pic XX.
             88 WS-Register-OK    value "00".
             88 WS-Register-Error value "30" thru "99".
             01 WS-Control-Status pic XX.
             88 WS-Control-OK    value "00".
             88 WS-Control-Error value "30" thru "99".
             01 WS-EOF pic 9 value zero.
      *      the withdrawn builds, from the register.
             01 WS-WdCount pic 9(03) value zero.
             01 WS-Wd-Table.
                05 WS-Wd-Entry occurs 0 to 500 times
                     depending on WS-WdCount.
                   10 WS-Wd-Program     pic X(12).
                   10 WS-Wd-Version     pic X(6).
                   10 WS-Wd-WithdrawnOn pic X(10).
             01 WS-w pic 9(03).
      *      run-control rows stamped with any version that some
      *      withdrawn build carries - enough to attribute every
      *      answer of that version to its program.
             01 WS-CtlCount pic 9(04) value zero.
             01 WS-Ctl-Table.
                05 WS-Ctl-Entry occurs 0 to 3000 times
                     depending on WS-CtlCount.
                   10 WS-Ctl-RunId   pic X(15).
                   10 WS-Ctl-Year    pic X(4).
                   10 WS-Ctl-Day     pic X(2).
                   10 WS-Ctl-Program pic X(10).
                   10 WS-Ctl-Version pic X(6).
             01 WS-c pic 9(04).
      *      the year/days to rerun, each once.
             01 WS-RerunCount pic 9(03) value zero.
             01 WS-Rerun-Table.
                05 WS-Rerun-Entry occurs 0 to 200 times
                     depending on WS-RerunCount.
                   10 WS-Rerun-Year pic X(4).
                   10 WS-Rerun-Day  pic X(2).
             01 WS-rr pic 9(03).
             01 WS-Found pic 9.
             01 WS-Match-Program pic X(12).
             01 WS-Match-Basis   pic X(7).
             01 WS-Match-Wd      pic 9(03).
             01 WS-ExposedCount pic 9(05) value zero.
             01 WS-Count-Disp pic Z(4)9.
             01 WS-Report-Row.
                05 WS-Rpt-Year        pic X(4).
                05 FILLER             pic X(1) value space.
                05 WS-Rpt-Day         pic X(2).
                05 FILLER             pic X(1) value space.
                05 WS-Rpt-Part        pic X(20).
                05 FILLER             pic X(1) value space.
                05 WS-Rpt-Answer      pic Z(16).
                05 FILLER             pic X(1) value space.
                05 WS-Rpt-Date        pic X(10).
                05 FILLER             pic X(1) value space.
                05 WS-Rpt-RunId       pic X(15).
                05 FILLER             pic X(1) value space.
                05 WS-Rpt-Program     pic X(12).
                05 FILLER             pic X(1) value space.
                05 WS-Rpt-Version     pic X(6).
                05 FILLER             pic X(1) value space.
                05 WS-Rpt-WithdrawnOn pic X(10).
                05 FILLER             pic X(1) value space.
                05 WS-Rpt-Basis       pic X(7).
       procedure division.
           perform load-withdrawn-builds
           open output WithdrawnReport
           move "answers on the master posted by a withdrawn build"
             to WithdrawnReport-Line
           write WithdrawnReport-Line
           move spaces to WithdrawnReport-Line
           string "year dy part                           answer "
             "posted     run-id          program      versn  "
             "withdrawn  basis"
             delimited by size into WithdrawnReport-Line
           write WithdrawnReport-Line
           if WS-WdCount = 0
             move "   (no build on release-register.txt is withdrawn)"
               to WithdrawnReport-Line
             write WithdrawnReport-Line
             close WithdrawnReport
             display "Day-Withdrawn-Answers: no withdrawn builds - "
               "nothing to rerun"
             goback
           end-if
           perform load-withdrawn-control
           open input AnswersMaster
           if WS-Master-Error
             move "   (no answers-master.dat)" to WithdrawnReport-Line
             write WithdrawnReport-Line
             close WithdrawnReport
             display "Day-Withdrawn-Answers: no answers-master.dat "
               "yet - run Day-Answers-Master first"
             goback
           end-if
           move zero to WS-EOF
           perform until WS-EOF = 1
             read AnswersMaster next
               at end move 1 to WS-EOF
               not at end
                 if AM-Version not = spaces
                   perform check-master-answer
                 end-if
             end-read
           end-perform
           close AnswersMaster
           perform write-rerun-list
           close WithdrawnReport
           move WS-ExposedCount to WS-Count-Disp
           if WS-ExposedCount = 0
             display "Day-Withdrawn-Answers: no answer on the master "
               "came from a withdrawn build"
           else
             display "Day-Withdrawn-Answers: "
               function trim(WS-Count-Disp)
               " answer(s) from withdrawn builds - see "
               "withdrawn-answers.txt for the days to rerun"
             move 4 to return-code
           end-if
           goback.

           load-withdrawn-builds.
             move zero to WS-EOF
             open input ReleaseRegister
             if WS-Register-Error
               exit paragraph
             end-if
             perform until WS-EOF = 1
               read ReleaseRegister into WS-Release-Record
                 at end move 1 to WS-EOF
                 not at end
                   if WS-Release-Withdrawn and WS-WdCount < 500
                     add 1 to WS-WdCount
                     move WS-Release-Program
                       to WS-Wd-Program(WS-WdCount)
                     move WS-Release-Version
                       to WS-Wd-Version(WS-WdCount)
                     move WS-Release-WithdrawnOn
                       to WS-Wd-WithdrawnOn(WS-WdCount)
                   end-if
               end-read
             end-perform
             close ReleaseRegister
             move zero to WS-EOF
           .

           load-withdrawn-control.
             move zero to WS-EOF
             open input RunControl
             if WS-Control-Error
               exit paragraph
             end-if
             perform until WS-EOF = 1
               read RunControl into WS-RunControl-Line
                 at end move 1 to WS-EOF
                 not at end
                   move 0 to WS-Found
                   perform varying WS-w from 1 by 1
                           until WS-w > WS-WdCount
                     if WS-Wd-Version(WS-w) = WS-RunControl-Version
                       move 1 to WS-Found
                       exit perform
                     end-if
                   end-perform
                   if WS-Found = 1 and WS-CtlCount < 3000
                     add 1 to WS-CtlCount
                     move WS-RunControl-RunId
                       to WS-Ctl-RunId(WS-CtlCount)
                     move WS-RunControl-Year
                       to WS-Ctl-Year(WS-CtlCount)
                     move WS-RunControl-Day
                       to WS-Ctl-Day(WS-CtlCount)
                     move WS-RunControl-Program
                       to WS-Ctl-Program(WS-CtlCount)
                     move WS-RunControl-Version
                       to WS-Ctl-Version(WS-CtlCount)
                   end-if
               end-read
             end-perform
             close RunControl
             move zero to WS-EOF
           .

      *    WS-Found 1 when WS-Match-Program / WS-Rpt-Version is a
      *    withdrawn build, WS-Match-Wd pointing at it.
           find-withdrawn-build.
             move 0 to WS-Found
             perform varying WS-w from 1 by 1
                     until WS-w > WS-WdCount
               if WS-Wd-Program(WS-w) = WS-Match-Program
                  and WS-Wd-Version(WS-w) = WS-Rpt-Version
                 move 1 to WS-Found
                 move WS-w to WS-Match-Wd
                 exit perform
               end-if
             end-perform
           .

      *    the run-control row for the same run, year, day and
      *    version names the program; failing that, a withdrawn build
      *    of that version for a program of the same day number.
           check-master-answer.
             move AM-Version to WS-Rpt-Version
             move 0 to WS-Found
             move spaces to WS-Match-Basis
             perform varying WS-c from 1 by 1
                     until WS-c > WS-CtlCount
               if WS-Ctl-RunId(WS-c) = AM-RunId
                  and WS-Ctl-Year(WS-c) = AM-Year
                  and WS-Ctl-Day(WS-c) = AM-Day
                  and WS-Ctl-Version(WS-c) = AM-Version
                 move WS-Ctl-Program(WS-c) to WS-Match-Program
                 move "CONTROL" to WS-Match-Basis
                 perform find-withdrawn-build
                 exit perform
               end-if
             end-perform
             if WS-Match-Basis = spaces
               perform varying WS-w from 1 by 1
                       until WS-w > WS-WdCount
                 if WS-Wd-Version(WS-w) = AM-Version
                    and WS-Wd-Program(WS-w)(1:4) = "Day-"
                    and WS-Wd-Program(WS-w)(5:2) = AM-Day
                   move 1 to WS-Found
                   move WS-w to WS-Match-Wd
                   move WS-Wd-Program(WS-w) to WS-Match-Program
                   move "DAY" to WS-Match-Basis
                   exit perform
                 end-if
               end-perform
             end-if
             if WS-Found = 0
               exit paragraph
             end-if
             add 1 to WS-ExposedCount
             move AM-Year to WS-Rpt-Year
             move AM-Day to WS-Rpt-Day
             move AM-Part to WS-Rpt-Part
             move AM-Answer to WS-Rpt-Answer
             move AM-Date to WS-Rpt-Date
             move AM-RunId to WS-Rpt-RunId
             move WS-Match-Program to WS-Rpt-Program
             move WS-Wd-WithdrawnOn(WS-Match-Wd) to WS-Rpt-WithdrawnOn
             move WS-Match-Basis to WS-Rpt-Basis
             move WS-Report-Row to WithdrawnReport-Line
             write WithdrawnReport-Line
             perform note-rerun-day
           .

           note-rerun-day.
             perform varying WS-rr from 1 by 1
                     until WS-rr > WS-RerunCount
               if WS-Rerun-Year(WS-rr) = AM-Year
                  and WS-Rerun-Day(WS-rr) = AM-Day
                 exit paragraph
               end-if
             end-perform
             if WS-RerunCount < 200
               add 1 to WS-RerunCount
               move AM-Year to WS-Rerun-Year(WS-RerunCount)
               move AM-Day to WS-Rerun-Day(WS-RerunCount)
             end-if
           .

           write-rerun-list.
             move spaces to WithdrawnReport-Line
             write WithdrawnReport-Line
             if WS-ExposedCount = 0
               move "   (none - no answer came from a withdrawn build)"
                 to WithdrawnReport-Line
               write WithdrawnReport-Line
               exit paragraph
             end-if
             move "days to rerun under a current build:"
               to WithdrawnReport-Line
             write WithdrawnReport-Line
             perform varying WS-rr from 1 by 1
                     until WS-rr > WS-RerunCount
               move spaces to WithdrawnReport-Line
               string "   " WS-Rerun-Year(WS-rr) " day "
                 WS-Rerun-Day(WS-rr)
                 delimited by size into WithdrawnReport-Line
               write WithdrawnReport-Line
             end-perform
           .
