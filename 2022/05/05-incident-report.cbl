       identification division.
           program-id. Day-05-Incident-Report.
      *    monthly crate damage and yard incident report, for the
      *    insurance claims trail. takes the month's incidents from
      *    yard-incidents.txt (voided ones left out) with the crane
      *    transfers Day-05-Incident-Log matched to each on
      *    yard-incident-trail.txt, and writes
      *    day05-incident-report.txt:
      *      - every incident with its transfer trail - instruction,
      *        stacks, date and time, shift and operator;
      *      - incidents and transfers by shift, by operator and by
      *        contents code. an incident handled on two shifts
      *        counts once under each; one the crane never handled
      *        goes under NONE.
      *    the month is the parameter (yyyy-mm), default this month.
      *    rc 8 when there is no register to report.
       environment division.
           input-output section.
             file-control.
               select IncidentRegister
                 assign to "yard-incidents.txt"
                 organization is line sequential
                 file status is WS-Register-Status.
               select IncidentTrail
                 assign to "yard-incident-trail.txt"
                 organization is line sequential
                 file status is WS-Trail-Status.
               select IncidentReport
                 assign to "day05-incident-report.txt"
                 organization is line sequential.
       data division.
           file section.
             fd IncidentRegister.
                01 IncidentRegister-Line pic X(80).
             fd IncidentTrail.
                01 IncidentTrail-Line pic X(100).
             fd IncidentReport.
                01 IncidentReport-Line pic X(100).
           working-storage section.
             01 WS-Register-Status pic XX.
             88 WS-Register-OK    value "00".
             88 WS-Register-Error value "30" thru "99".
             01 WS-Trail-Status pic XX.
             88 WS-Trail-OK    value "00".
             88 WS-Trail-Error value "30" thru "99".
             01 WS-EOF pic 9 value zero.
             01 WS-Incident-Record.
                05 WS-Inc-No        pic 9(06).
                05 FILLER           pic X(1).
                05 WS-Inc-Crate     pic X(1).
                05 FILLER           pic X(1).
                05 WS-Inc-Date      pic X(10).
                05 FILLER           pic X(1).
                05 WS-Inc-Type      pic X(8).
                05 FILLER           pic X(1).
                05 WS-Inc-Reporter  pic X(3).
                05 FILLER           pic X(1).
                05 WS-Inc-Contents  pic X(4).
                05 FILLER           pic X(1).
                05 WS-Inc-Transfers pic 9(04).
                05 FILLER           pic X(1).
                05 WS-Inc-Entered   pic X(10).
                05 FILLER           pic X(1).
                05 WS-Inc-Status    pic X(4).
             01 WS-Trail-Record.
                05 WS-Trl-No       pic 9(06).
                05 FILLER          pic X(1).
                05 WS-Trl-HopSeq   pic 9(06).
                05 FILLER          pic X(1).
                05 WS-Trl-InstrNo  pic 9(08).
                05 FILLER          pic X(1).
                05 WS-Trl-From     pic 9(03).
                05 FILLER          pic X(1).
                05 WS-Trl-To       pic 9(03).
                05 FILLER          pic X(1).
                05 WS-Trl-Date     pic X(10).
                05 FILLER          pic X(1).
                05 WS-Trl-Time     pic X(8).
                05 FILLER          pic X(1).
                05 WS-Trl-Shift    pic X(4).
                05 FILLER          pic X(1).
                05 WS-Trl-Operator pic X(20).
      *      the month's incidents, in register order, and their
      *      trail rows as read.
             01 WS-IncCount pic 9(04) value zero.
             01 WS-Inc-Table.
                05 WS-Inc occurs 0 to 5000 times
                     depending on WS-IncCount.
                   10 WS-In-No       pic 9(06).
                   10 WS-In-Row      pic X(80).
                   10 WS-In-Trails   pic 9(04).
             01 WS-TrlCount pic 9(05) value zero.
             01 WS-Trl-Table.
                05 WS-Trl occurs 0 to 20000 times
                     depending on WS-TrlCount.
                   10 WS-Tr-Inc      pic 9(04).
                   10 WS-Tr-Row      pic X(100).
             01 WS-i pic 9(04).
             01 WS-t pic 9(05).
             01 WS-g pic 9(02).
             01 WS-Trail-Dropped pic 9(05) value zero.
      *      the three groupings share one layout: key, incidents,
      *      transfers, and the last incident counted so an incident
      *      with several transfers in a group counts once.
             01 WS-ShiftCount pic 9(02) value zero.
             01 WS-Shift-Table.
                05 WS-Shift occurs 0 to 50 times
                     depending on WS-ShiftCount.
                   10 WS-Sh-Key       pic X(20).
                   10 WS-Sh-Incidents pic 9(05).
                   10 WS-Sh-Transfers pic 9(06).
                   10 WS-Sh-LastInc   pic 9(06).
             01 WS-OperCount pic 9(02) value zero.
             01 WS-Oper-Table.
                05 WS-Oper occurs 0 to 50 times
                     depending on WS-OperCount.
                   10 WS-Op-Key       pic X(20).
                   10 WS-Op-Incidents pic 9(05).
                   10 WS-Op-Transfers pic 9(06).
                   10 WS-Op-LastInc   pic 9(06).
             01 WS-CodeCount pic 9(02) value zero.
             01 WS-Code-Table.
                05 WS-Code occurs 0 to 50 times
                     depending on WS-CodeCount.
                   10 WS-Cd-Key       pic X(20).
                   10 WS-Cd-Incidents pic 9(05).
                   10 WS-Cd-Transfers pic 9(06).
                   10 WS-Cd-LastInc   pic 9(06).
             01 WS-Group-Key pic X(20).
             01 WS-Group-Overflow pic 9 value zero.
             01 WS-Inc-Disp pic Z(4)9.
             01 WS-Trf-Disp pic Z(5)9.
             01 WS-Param-Line pic X(40).
             01 WS-Month pic X(7).
             01 WS-CurrentDate pic X(8).
       procedure division.
           move function current-date(1:8) to WS-CurrentDate
           accept WS-Param-Line from command-line
           move WS-Param-Line(1:7) to WS-Month
           if WS-Month = spaces
             string WS-CurrentDate(1:4) "-" WS-CurrentDate(5:2)
               delimited by size into WS-Month
           end-if
           if WS-Month(1:4) not numeric or WS-Month(5:1) not = "-"
              or WS-Month(6:2) not numeric
              or WS-Month(6:2) < "01" or WS-Month(6:2) > "12"
             display "Day-05-Incident-Report: '"
               function trim(WS-Param-Line)
               "' is not a yyyy-mm month"
             move 8 to return-code
             goback
           end-if
           perform load-month-incidents
           if WS-Register-Error
             display "Day-05-Incident-Report: no yard-incidents.txt "
               "- nothing to report"
             move 8 to return-code
             goback
           end-if
           perform load-month-trail
           perform group-incidents
           perform write-incident-report
           display "Day-05-Incident-Report: " WS-IncCount
             " incident(s) in " WS-Month
           if WS-Group-Overflow = 1
             display "Day-05-Incident-Report: more than 50 shifts, "
               "operators or contents codes - the rest not grouped"
           end-if
           goback.

           load-month-incidents.
             open input IncidentRegister
             if WS-Register-Error
               exit paragraph
             end-if
             move zero to WS-EOF
             perform until WS-EOF = 1
               read IncidentRegister into WS-Incident-Record
                 at end move 1 to WS-EOF
                 not at end
                   if WS-Inc-Date(1:7) = WS-Month
                      and WS-Inc-Status not = "VOID"
                      and WS-Inc-No numeric
                      and WS-IncCount < 5000
                     add 1 to WS-IncCount
                     move WS-Inc-No to WS-In-No(WS-IncCount)
                     move WS-Incident-Record to WS-In-Row(WS-IncCount)
                     move zero to WS-In-Trails(WS-IncCount)
                   end-if
               end-read
             end-perform
             close IncidentRegister
             move zero to WS-EOF
           .

      *    a trail row is kept only for an incident reported this
      *    month; they arrive together, incident by incident.
           load-month-trail.
             if WS-IncCount = 0
               exit paragraph
             end-if
             open input IncidentTrail
             if WS-Trail-Error
               exit paragraph
             end-if
             move zero to WS-EOF
             perform until WS-EOF = 1
               read IncidentTrail into WS-Trail-Record
                 at end move 1 to WS-EOF
                 not at end perform keep-trail-row
               end-read
             end-perform
             close IncidentTrail
             move zero to WS-EOF
           .

           keep-trail-row.
             if WS-Trl-No not numeric
               exit paragraph
             end-if
             perform varying WS-i from 1 by 1
                     until WS-i > WS-IncCount
               if WS-In-No(WS-i) = WS-Trl-No
                 exit perform
               end-if
             end-perform
             if WS-i > WS-IncCount
               exit paragraph
             end-if
             if WS-TrlCount >= 20000
               add 1 to WS-Trail-Dropped
               exit paragraph
             end-if
             add 1 to WS-TrlCount
             move WS-i to WS-Tr-Inc(WS-TrlCount)
             move WS-Trail-Record to WS-Tr-Row(WS-TrlCount)
             add 1 to WS-In-Trails(WS-i)
           .

           group-incidents.
             perform varying WS-i from 1 by 1
                     until WS-i > WS-IncCount
               move WS-In-Row(WS-i) to WS-Incident-Record
               move WS-Inc-Contents to WS-Group-Key
               perform add-to-code-group
               if WS-g > 0
                 add WS-In-Trails(WS-i) to WS-Cd-Transfers(WS-g)
               end-if
               if WS-In-Trails(WS-i) = 0
                 move "NONE" to WS-Group-Key
                 perform add-to-shift-group
                 move "no crane handling" to WS-Group-Key
                 perform add-to-oper-group
               end-if
             end-perform
             perform varying WS-t from 1 by 1
                     until WS-t > WS-TrlCount
               move WS-Tr-Inc(WS-t) to WS-i
               move WS-In-Row(WS-i) to WS-Incident-Record
               move WS-Tr-Row(WS-t) to WS-Trail-Record
               move WS-Trl-Shift to WS-Group-Key
               perform add-to-shift-group
               if WS-g > 0
                 add 1 to WS-Sh-Transfers(WS-g)
               end-if
               move WS-Trl-Operator to WS-Group-Key
               perform add-to-oper-group
               if WS-g > 0
                 add 1 to WS-Op-Transfers(WS-g)
               end-if
             end-perform
           .

      *    each add-to paragraph finds or opens the group for
      *    WS-Group-Key, leaves its index in WS-g (zero when the
      *    table is full) and counts incident WS-Inc-No once - an
      *    incident's trail rows are contiguous, so the last
      *    incident counted is all a group needs to remember.
           add-to-shift-group.
             perform varying WS-g from 1 by 1
                     until WS-g > WS-ShiftCount
               if WS-Sh-Key(WS-g) = WS-Group-Key
                 exit perform
               end-if
             end-perform
             if WS-g > WS-ShiftCount
               if WS-ShiftCount >= 50
                 move 1 to WS-Group-Overflow
                 move 0 to WS-g
                 exit paragraph
               end-if
               add 1 to WS-ShiftCount
               move WS-ShiftCount to WS-g
               move WS-Group-Key to WS-Sh-Key(WS-g)
               move zero to WS-Sh-Incidents(WS-g)
               move zero to WS-Sh-Transfers(WS-g)
               move zero to WS-Sh-LastInc(WS-g)
             end-if
             if WS-Sh-LastInc(WS-g) not = WS-Inc-No
               add 1 to WS-Sh-Incidents(WS-g)
               move WS-Inc-No to WS-Sh-LastInc(WS-g)
             end-if
           .

           add-to-oper-group.
             perform varying WS-g from 1 by 1
                     until WS-g > WS-OperCount
               if WS-Op-Key(WS-g) = WS-Group-Key
                 exit perform
               end-if
             end-perform
             if WS-g > WS-OperCount
               if WS-OperCount >= 50
                 move 1 to WS-Group-Overflow
                 move 0 to WS-g
                 exit paragraph
               end-if
               add 1 to WS-OperCount
               move WS-OperCount to WS-g
               move WS-Group-Key to WS-Op-Key(WS-g)
               move zero to WS-Op-Incidents(WS-g)
               move zero to WS-Op-Transfers(WS-g)
               move zero to WS-Op-LastInc(WS-g)
             end-if
             if WS-Op-LastInc(WS-g) not = WS-Inc-No
               add 1 to WS-Op-Incidents(WS-g)
               move WS-Inc-No to WS-Op-LastInc(WS-g)
             end-if
           .

           add-to-code-group.
             perform varying WS-g from 1 by 1
                     until WS-g > WS-CodeCount
               if WS-Cd-Key(WS-g) = WS-Group-Key
                 exit perform
               end-if
             end-perform
             if WS-g > WS-CodeCount
               if WS-CodeCount >= 50
                 move 1 to WS-Group-Overflow
                 move 0 to WS-g
                 exit paragraph
               end-if
               add 1 to WS-CodeCount
               move WS-CodeCount to WS-g
               move WS-Group-Key to WS-Cd-Key(WS-g)
               move zero to WS-Cd-Incidents(WS-g)
               move zero to WS-Cd-Transfers(WS-g)
               move zero to WS-Cd-LastInc(WS-g)
             end-if
             if WS-Cd-LastInc(WS-g) not = WS-Inc-No
               add 1 to WS-Cd-Incidents(WS-g)
               move WS-Inc-No to WS-Cd-LastInc(WS-g)
             end-if
           .

           write-incident-report.
             open output IncidentReport
             move spaces to IncidentReport-Line
             string "crate damage and yard incidents for " WS-Month
               delimited by size into IncidentReport-Line
             write IncidentReport-Line
             move spaces to IncidentReport-Line
             write IncidentReport-Line
             move spaces to IncidentReport-Line
             string "incident crate found      type     contents "
               "reporter transfers"
               delimited by size into IncidentReport-Line
             write IncidentReport-Line
             perform varying WS-i from 1 by 1
                     until WS-i > WS-IncCount
               perform write-one-incident
             end-perform
             if WS-IncCount = 0
               move "  no incident reported this month"
                 to IncidentReport-Line
               write IncidentReport-Line
             end-if
             if WS-Trail-Dropped > 0
               move WS-Trail-Dropped to WS-Trf-Disp
               move spaces to IncidentReport-Line
               string "  (" function trim(WS-Trf-Disp)
                 " trail row(s) beyond the report's limit left out)"
                 delimited by size into IncidentReport-Line
               write IncidentReport-Line
             end-if
             move spaces to IncidentReport-Line
             write IncidentReport-Line
             move "by shift              incidents  transfers"
               to IncidentReport-Line
             write IncidentReport-Line
             perform varying WS-g from 1 by 1
                     until WS-g > WS-ShiftCount
               move WS-Sh-Key(WS-g) to WS-Group-Key
               move WS-Sh-Incidents(WS-g) to WS-Inc-Disp
               move WS-Sh-Transfers(WS-g) to WS-Trf-Disp
               perform write-group-line
             end-perform
             move spaces to IncidentReport-Line
             write IncidentReport-Line
             move "by operator           incidents  transfers"
               to IncidentReport-Line
             write IncidentReport-Line
             perform varying WS-g from 1 by 1
                     until WS-g > WS-OperCount
               move WS-Op-Key(WS-g) to WS-Group-Key
               move WS-Op-Incidents(WS-g) to WS-Inc-Disp
               move WS-Op-Transfers(WS-g) to WS-Trf-Disp
               perform write-group-line
             end-perform
             move spaces to IncidentReport-Line
             write IncidentReport-Line
             move "by contents code      incidents  transfers"
               to IncidentReport-Line
             write IncidentReport-Line
             perform varying WS-g from 1 by 1
                     until WS-g > WS-CodeCount
               move WS-Cd-Key(WS-g) to WS-Group-Key
               move WS-Cd-Incidents(WS-g) to WS-Inc-Disp
               move WS-Cd-Transfers(WS-g) to WS-Trf-Disp
               perform write-group-line
             end-perform
             move spaces to IncidentReport-Line
             write IncidentReport-Line
             move WS-IncCount to WS-Inc-Disp
             move WS-TrlCount to WS-Trf-Disp
             move spaces to IncidentReport-Line
             string "incidents " function trim(WS-Inc-Disp)
               ", crane transfers on their trails "
               function trim(WS-Trf-Disp)
               delimited by size into IncidentReport-Line
             write IncidentReport-Line
             close IncidentReport
           .

           write-one-incident.
             move WS-In-Row(WS-i) to WS-Incident-Record
             move WS-In-Trails(WS-i) to WS-Trf-Disp
             move spaces to IncidentReport-Line
             string WS-Inc-No "     " WS-Inc-Crate "   " WS-Inc-Date
               " " WS-Inc-Type " " WS-Inc-Contents "     "
               WS-Inc-Reporter "      " WS-Trf-Disp
               delimited by size into IncidentReport-Line
             write IncidentReport-Line
             perform varying WS-t from 1 by 1
                     until WS-t > WS-TrlCount
               if WS-Tr-Inc(WS-t) = WS-i
                 move WS-Tr-Row(WS-t) to WS-Trail-Record
                 move spaces to IncidentReport-Line
                 string "    hop " WS-Trl-HopSeq " instruction "
                   WS-Trl-InstrNo " " WS-Trl-From " to " WS-Trl-To
                   " " WS-Trl-Date " " WS-Trl-Time " " WS-Trl-Shift
                   " " WS-Trl-Operator
                   delimited by size into IncidentReport-Line
                 write IncidentReport-Line
               end-if
             end-perform
           .

           write-group-line.
             move spaces to IncidentReport-Line
             string "  " WS-Group-Key "    " WS-Inc-Disp "     "
               WS-Trf-Disp
               delimited by size into IncidentReport-Line
             write IncidentReport-Line
           .
