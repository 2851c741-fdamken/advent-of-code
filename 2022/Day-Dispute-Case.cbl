       identification division.
           program-id. Day-Dispute-Case.
      *    case program for disputed answers. when a field team
      *    disputes an answer the run dossier holds the evidence;
      *    dispute-cases.txt now holds the dispute itself, one row per
      *    case (dispcase.cpy), from the complaint to the decision.
      *    modes from the command line:
      *      OPEN <year> <day> <part> <run-id> <complainant>
      *           <description>            open a case on the answer
      *                                     that run posted
      *      INVESTIGATE <case>             take the case up
      *      UPHOLD <case> <reason>         decide for the complainant
      *                                     - a rerun is ordered
      *      REJECT <case> <reason>         decide against
      *      LINK <case> DOSSIER            file run-dossier.txt (as
      *                                     Day-Run-Dossier left it
      *                                     for the case's run) as
      *                                     the case's own dossier
      *      LINK <case> RESUBMIT <file>    the repair resubmit file
      *                                     the rerun takes
      *      LINK <case> AMENDED [run-id]   the amended results-
      *                                     ledger row the correction
      *                                     posted
      *      CLOSE <case>                   close a decided case
      *      LIST [case]                    the case file, or one
      *                                     case in full
      *      AGING                          open-cases aging report
      *    OPEN finds the disputed answer on results-ledger.txt and
      *    files a dossier copy (dispute-NNNNNN-dossier.txt) when
      *    run-dossier.txt is the one for that run. deciding takes a
      *    supervisor - an upheld case's rerun goes through the
      *    rerun queue (Day-Rerun-Request) like any other; only a
      *    decided case closes, and an upheld one only once its
      *    amended row is linked - so every closed case carries its
      *    decision. LINK AMENDED with no run-id takes the latest
      *    corrections-audit.txt run for the case's day that read
      *    its resubmit file, and the row must be on
      *    results-ledger.txt for the case's year, day and part.
      *    AGING writes dispute-aging.txt: every case not closed,
      *    aged from its opening into 0-7, 8-30, 31-90 and over 90
      *    days, an undecided case older than site-config key
      *    dispute-decision-days (default 14) flagged OVERDUE, and an
      *    audit of the whole file - decided, closed, any closed
      *    without a decision. return code 4 when anything is
      *    overdue or a closed case lacks its decision.
      *    every session fronts with Operator-Signon, every change is
      *    journalled, and dispute-cases.txt is rewritten under an
      *    exclusive Lock-Manager lock.
       environment division.
           input-output section.
             file-control.
               select DisputeCases assign to "dispute-cases.txt"
                 organization is line sequential
                 file status is WS-Cases-Status.
               select ResultsLedger assign to "results-ledger.txt"
                 organization is line sequential
                 file status is WS-Ledger-Status.
               select CorrectionsAudit
                 assign to "corrections-audit.txt"
                 organization is line sequential
                 file status is WS-CorrAudit-Status.
               select RunDossier assign to "run-dossier.txt"
                 organization is line sequential
                 file status is WS-Dossier-Status.
               select AgingReport assign to "dispute-aging.txt"
                 organization is line sequential.
       data division.
           file section.
             fd DisputeCases.
                01 DisputeCases-Line pic X(400).
             fd ResultsLedger.
                01 ResultsLedger-Line pic X(110).
             fd CorrectionsAudit.
                01 CorrectionsAudit-Line pic X(130).
             fd RunDossier.
                01 RunDossier-Line pic X(190).
             fd AgingReport.
                01 AgingReport-Line pic X(132).
           working-storage section.
             copy "dispcase.cpy".
             copy "resultlg.cpy".
             01 WS-Cases-Status pic XX.
             88 WS-Cases-Error value "30" thru "99".
             01 WS-Ledger-Status pic XX.
             88 WS-Ledger-Error value "30" thru "99".
             01 WS-CorrAudit-Status pic XX.
             88 WS-CorrAudit-Error value "30" thru "99".
             01 WS-Dossier-Status pic XX.
             88 WS-Dossier-Error value "30" thru "99".
             01 WS-EOF pic 9 value zero.
             01 WS-TodayDate pic X(10).
             01 WS-CurrentDate pic X(8).
             01 WS-Param-Line pic X(200).
             01 WS-Param-Ptr  pic 9(3).
             01 WS-Mode       pic X(12).
             01 WS-Arg-Case   pic X(10).
             01 WS-Arg-Year   pic X(10).
             01 WS-Arg-Day    pic X(10).
             01 WS-Arg-Part   pic X(40).
             01 WS-Arg-RunId  pic X(20).
             01 WS-Arg-Who    pic X(30).
             01 WS-Arg-Link   pic X(12).
             01 WS-Arg-File   pic X(60).
             01 WS-Arg-Text   pic X(100).
             01 WS-Case-Wanted pic 9(06).
      *      the whole case file held while it is rewritten with a
      *      case added or moved on.
             01 WS-MaxRows pic 9(4) value 1000.
             01 WS-RowCount pic 9(4) value zero.
             01 WS-Row-Table.
                05 WS-Row pic X(400) occurs 1000 times.
             01 WS-r pic 9(4).
             01 WS-Found pic 9.
             01 WS-Case-Row pic 9(4).
             01 WS-Last-Case pic 9(06) value zero.
             01 WS-Listed pic 9(4) value zero.
      *      the disputed answer, and the amended one, as found on
      *      results-ledger.txt.
             01 WS-Ledger-Found pic 9.
             01 WS-Found-Date   pic X(10).
             01 WS-Found-RunId  pic X(15).
             01 WS-Found-Site   pic X(6).
             01 WS-Found-Answer pic X(16).
             01 WS-Want-RunId   pic X(15).
             01 WS-CorrAudit-Row pic X(130).
             01 WS-Dossier-Name pic X(30).
             01 WS-RunId-Hits   pic 9(4).
             01 WS-Day-Num      pic 99.
      *      aging - days since opening, and the audit totals.
             01 WS-Date-Digits  pic X(8).
             01 WS-Date-Num redefines WS-Date-Digits pic 9(8).
             01 WS-Today-Int    pic 9(8).
             01 WS-Opened-Int   pic 9(8).
             01 WS-Age-Days     pic 9(5).
             01 WS-Decision-Days pic 9(5) value 14.
             01 WS-Bucket       pic X(8).
             01 WS-Flag         pic X(8).
             01 WS-Bucket-Counts.
                05 WS-Bucket-0-7   pic 9(5) value zero.
                05 WS-Bucket-8-30  pic 9(5) value zero.
                05 WS-Bucket-31-90 pic 9(5) value zero.
                05 WS-Bucket-Over  pic 9(5) value zero.
             01 WS-Audit-Counts.
                05 WS-Audit-Cases     pic 9(5) value zero.
                05 WS-Audit-Pending   pic 9(5) value zero.
                05 WS-Audit-Overdue   pic 9(5) value zero.
                05 WS-Audit-Upheld    pic 9(5) value zero.
                05 WS-Audit-Rejected  pic 9(5) value zero.
                05 WS-Audit-Closed-Upheld   pic 9(5) value zero.
                05 WS-Audit-Closed-Rejected pic 9(5) value zero.
                05 WS-Audit-NoDecide  pic 9(5) value zero.
                05 WS-Audit-Closed    pic 9(5) value zero.
             01 WS-Rpt-Count pic Z(4)9.
             01 WS-Rpt-Age   pic Z(4)9.
             01 WS-Rpt-Days  pic Z(4)9.
             01 WS-Rpt-Label pic X(29).
             01 WS-Aging-Row.
                05 FILLER            pic X(2) value spaces.
                05 WS-AR-Case        pic 9(06).
                05 FILLER            pic X(1) value space.
                05 WS-AR-Status      pic X(8).
                05 FILLER            pic X(1) value space.
                05 WS-AR-Opened      pic X(10).
                05 FILLER            pic X(1) value space.
                05 WS-AR-Age         pic Z(4)9.
                05 FILLER            pic X(1) value space.
                05 WS-AR-Bucket      pic X(8).
                05 FILLER            pic X(1) value space.
                05 WS-AR-Year        pic X(4).
                05 FILLER            pic X(1) value space.
                05 WS-AR-Day         pic X(2).
                05 FILLER            pic X(1) value space.
                05 WS-AR-Part        pic X(20).
                05 FILLER            pic X(1) value space.
                05 WS-AR-RunId       pic X(15).
                05 FILLER            pic X(1) value space.
                05 WS-AR-Complainant pic X(20).
                05 FILLER            pic X(1) value space.
                05 WS-AR-Flag        pic X(8).
      *      site-config lookups.
             01 WS-Config-Key    pic X(30).
             01 WS-Config-Value  pic X(100).
             01 WS-Config-Found  pic X(1).
             01 WS-Config-Number pic 9(10).
             01 WS-Config-Valid  pic 9.
      *      lock handshake with Lock-Manager - a change holds
      *      dispute-cases.txt exclusively while it rewrites.
             01 WS-Lock-Mode     pic X(1).
             01 WS-Lock-Resource pic X(30)
                value "dispute-cases.txt".
             01 WS-Lock-Share    pic X(1).
             01 WS-Lock-Program  pic X(20)
                value "Day-Dispute-Case".
             01 WS-Lock-Result   pic X(1).
             01 WS-Lock-Holder   pic X(60).
      *      operator identity from Operator-Signon.
             01 WS-Signon-Mode    pic X(1).
             01 WS-Signon-Program pic X(20)
                value "Day-Dispute-Case".
             01 WS-Operator-Id    pic X(3).
             01 WS-Operator-Name  pic X(30).
             01 WS-Operator-Level pic X(1).
             88 WS-Operator-Supervisor value "2".
             01 WS-Signon-Action  pic X(60).
             01 WS-Signon-Found   pic X(1).
       procedure division.
           move function current-date(1:8) to WS-CurrentDate
           string WS-CurrentDate(1:4) "-" WS-CurrentDate(5:2) "-"
                  WS-CurrentDate(7:2)
             delimited by size into WS-TodayDate
           accept WS-Param-Line from command-line
           move spaces to WS-Mode
           move 1 to WS-Param-Ptr
           unstring WS-Param-Line delimited by all space
             into WS-Mode
             with pointer WS-Param-Ptr
           end-unstring
           move function upper-case(WS-Mode) to WS-Mode
           move "S" to WS-Signon-Mode
           call "Operator-Signon" using WS-Signon-Mode
             WS-Signon-Program WS-Operator-Id WS-Operator-Name
             WS-Operator-Level WS-Signon-Action WS-Signon-Found
           if WS-Signon-Found not = "Y"
             goback
           end-if
           perform load-case-rows
           evaluate WS-Mode
             when "OPEN"        perform open-case
             when "INVESTIGATE" perform investigate-case
             when "UPHOLD"      perform decide-case
             when "REJECT"      perform decide-case
             when "LINK"        perform link-case
             when "CLOSE"       perform close-case
             when "LIST"        perform list-cases
             when "AGING"       perform aging-report
             when other
               display "Day-Dispute-Case: usage is OPEN <year> <day> "
                 "<part> <run-id> <complainant> <description>, "
                 "INVESTIGATE <case>, UPHOLD <case> <reason>, "
                 "REJECT <case> <reason>, LINK <case> DOSSIER | "
                 "RESUBMIT <file> | AMENDED [run-id], CLOSE <case>, "
                 "LIST [case] or AGING"
           end-evaluate
           goback.

           load-case-rows.
             move zero to WS-EOF
             open input DisputeCases
             if WS-Cases-Error
               display "no dispute-cases.txt yet - starting from an "
                 "empty case file"
               exit paragraph
             end-if
             perform until WS-EOF = 1
               read DisputeCases
                 at end move 1 to WS-EOF
                 not at end
                   if DisputeCases-Line not = spaces
                      and WS-RowCount < WS-MaxRows
                     add 1 to WS-RowCount
                     move DisputeCases-Line to WS-Row(WS-RowCount)
                     move DisputeCases-Line to WS-Case-Record
                     if WS-Case-No > WS-Last-Case
                       move WS-Case-No to WS-Last-Case
                     end-if
                   end-if
               end-read
             end-perform
             close DisputeCases
             move zero to WS-EOF
           .

      *    the rest of the line after the verb: the case number and,
      *    for the verbs that take one, whatever follows it.
           take-case-argument.
             move spaces to WS-Arg-Case
             move spaces to WS-Arg-Text
             unstring WS-Param-Line delimited by all space
               into WS-Arg-Case
               with pointer WS-Param-Ptr
             end-unstring
             if WS-Param-Ptr <= function length(WS-Param-Line)
               move function trim(WS-Param-Line(WS-Param-Ptr:))
                 to WS-Arg-Text
             end-if
             move 0 to WS-Found
             if WS-Arg-Case = spaces
                or function test-numval(WS-Arg-Case) not = 0
               display function trim(WS-Mode) " needs a case number"
               exit paragraph
             end-if
             move function numval(WS-Arg-Case) to WS-Case-Wanted
             perform varying WS-r from 1 by 1
                     until WS-r > WS-RowCount
               move WS-Row(WS-r) to WS-Case-Record
               if WS-Case-No = WS-Case-Wanted
                 move 1 to WS-Found
                 move WS-r to WS-Case-Row
                 exit perform
               end-if
             end-perform
             if WS-Found = 0
               display "case " WS-Case-Wanted
                 " is not on dispute-cases.txt - nothing changed"
             end-if
           .

           open-case.
             move spaces to WS-Arg-Year
             move spaces to WS-Arg-Day
             move spaces to WS-Arg-Part
             move spaces to WS-Arg-RunId
             move spaces to WS-Arg-Who
             move spaces to WS-Arg-Text
             unstring WS-Param-Line delimited by all space
               into WS-Arg-Year WS-Arg-Day WS-Arg-Part WS-Arg-RunId
                    WS-Arg-Who
               with pointer WS-Param-Ptr
             end-unstring
      *      the description is whatever follows, blanks and all.
             if WS-Param-Ptr <= function length(WS-Param-Line)
               move function trim(WS-Param-Line(WS-Param-Ptr:))
                 to WS-Arg-Text
             end-if
             if WS-Arg-Year = spaces or WS-Arg-Day = spaces
                or WS-Arg-Part = spaces or WS-Arg-RunId = spaces
                or WS-Arg-Who = spaces or WS-Arg-Text = spaces
               display "OPEN needs the year, day, part, run-id, "
                 "complainant and a description"
               exit paragraph
             end-if
             if function test-numval(WS-Arg-Day) not = 0
               display "OPEN: day " function trim(WS-Arg-Day)
                 " is not a day number"
               exit paragraph
             end-if
             move function numval(WS-Arg-Day) to WS-Day-Num
             move WS-Day-Num to WS-Arg-Day
             if WS-Arg-Part(21:20) not = spaces
                or WS-Arg-Who(21:10) not = spaces
                or WS-Arg-Text(61:40) not = spaces
               display "OPEN takes a part of up to 20, a complainant "
                 "of up to 20 and a description of up to 60 "
                 "characters"
               exit paragraph
             end-if
      *      a dispute is against an answer that was posted - find
      *      it under the run that posted it.
             move WS-Arg-RunId to WS-Want-RunId
             perform find-ledger-answer
             if WS-Ledger-Found = 0
               display "no results-ledger.txt row for "
                 function trim(WS-Arg-Year) " day " WS-Arg-Day(1:2)
                 " " function trim(WS-Arg-Part) " under run "
                 function trim(WS-Arg-RunId) " - no case opened"
               exit paragraph
             end-if
             perform varying WS-r from 1 by 1
                     until WS-r > WS-RowCount
               move WS-Row(WS-r) to WS-Case-Record
               if WS-Case-RunId = WS-Arg-RunId
                  and WS-Case-Year = WS-Arg-Year
                  and WS-Case-Day = WS-Arg-Day(1:2)
                  and WS-Case-Part = WS-Arg-Part
                  and not WS-Case-Closed
                 display "that answer is already disputed under case "
                   WS-Case-No " - no case opened"
                 exit paragraph
               end-if
             end-perform
             if WS-RowCount >= WS-MaxRows
               display "dispute-cases.txt is full - no case opened"
               exit paragraph
             end-if
             move spaces to WS-Case-Record
             add 1 to WS-Last-Case
             move WS-Last-Case to WS-Case-No
             move "OPEN" to WS-Case-Status
             move WS-Arg-Year to WS-Case-Year
             move WS-Arg-Day(1:2) to WS-Case-Day
             move WS-Arg-Part to WS-Case-Part
             move WS-Arg-RunId to WS-Case-RunId
             move WS-Found-Site to WS-Case-Site
             move WS-Found-Answer to WS-Case-Answer
             move WS-Arg-Who to WS-Case-Complainant
             move WS-TodayDate to WS-Case-OpenedDate
             move WS-Operator-Id to WS-Case-OpenedBy
             move WS-Arg-Text to WS-Case-Description
             perform file-case-dossier
             add 1 to WS-RowCount
             move WS-RowCount to WS-Case-Row
             move WS-Case-Record to WS-Row(WS-RowCount)
             perform rewrite-cases
             if WS-Lock-Result not = "Y"
               exit paragraph
             end-if
             display "case " WS-Case-No " opened on "
               WS-Case-Year " day " WS-Case-Day " "
               function trim(WS-Case-Part) " = "
               function trim(WS-Case-Answer) " (run "
               function trim(WS-Case-RunId) ")"
             if WS-Case-Dossier = spaces
               display "run Day-Run-Dossier "
                 function trim(WS-Case-RunId) ", then LINK "
                 WS-Case-No " DOSSIER"
             else
               display "dossier filed as "
                 function trim(WS-Case-Dossier)
             end-if
             move spaces to WS-Signon-Action
             string "DISPUTE OPEN " WS-Case-No " " WS-Case-Year " "
               WS-Case-Day " " function trim(WS-Case-Part) " "
               function trim(WS-Case-RunId)
               delimited by size into WS-Signon-Action
             perform journal-change
           .

           investigate-case.
             perform take-case-argument
             if WS-Found = 0
               exit paragraph
             end-if
             if not WS-Case-Open
               display "case " WS-Case-No " is "
                 function trim(WS-Case-Status)
                 " - only an OPEN case is taken up"
               exit paragraph
             end-if
             move "INVESTIG" to WS-Case-Status
             move WS-Case-Record to WS-Row(WS-Case-Row)
             perform rewrite-cases
             if WS-Lock-Result not = "Y"
               exit paragraph
             end-if
             display "case " WS-Case-No " under investigation"
             move spaces to WS-Signon-Action
             string "DISPUTE INVESTIGATE " WS-Case-No
               delimited by size into WS-Signon-Action
             perform journal-change
           .

      *    UPHOLD and REJECT - the decision is the supervisor call
      *    audit looks for, and it carries its reason.
           decide-case.
             perform take-case-argument
             if WS-Found = 0
               exit paragraph
             end-if
             if not WS-Operator-Supervisor
               display "deciding a dispute takes a supervisor - case "
                 WS-Case-No " left " function trim(WS-Case-Status)
               exit paragraph
             end-if
             if not WS-Case-Undecided
               display "case " WS-Case-No " is already "
                 function trim(WS-Case-Status) " - nothing changed"
               exit paragraph
             end-if
             if WS-Arg-Text = spaces
               display function trim(WS-Mode) " needs the reason for "
                 "the decision"
               exit paragraph
             end-if
             if WS-Mode = "UPHOLD"
               move "UPHELD" to WS-Case-Status
               move "U" to WS-Case-Outcome
             else
               move "REJECTED" to WS-Case-Status
               move "R" to WS-Case-Outcome
             end-if
             move WS-TodayDate to WS-Case-DecidedDate
             move WS-Operator-Id to WS-Case-DecidedBy
             move WS-Arg-Text to WS-Case-Decision
             move WS-Case-Record to WS-Row(WS-Case-Row)
             perform rewrite-cases
             if WS-Lock-Result not = "Y"
               exit paragraph
             end-if
             if WS-Case-Upheld
               display "case " WS-Case-No " upheld - file a CORRECT "
                 "rerun of " WS-Case-Year " day " WS-Case-Day
                 " with Day-Rerun-Request; LINK the resubmit file "
                 "and the amended row before closing"
             else
               display "case " WS-Case-No " rejected - the answer "
                 "stands"
             end-if
             move spaces to WS-Signon-Action
             string "DISPUTE " function trim(WS-Case-Status) " "
               WS-Case-No " " WS-Case-Decision
               delimited by size into WS-Signon-Action
             perform journal-change
           .

           link-case.
             perform take-case-argument
             if WS-Found = 0
               exit paragraph
             end-if
             move spaces to WS-Arg-Link
             move spaces to WS-Arg-File
             unstring WS-Arg-Text delimited by all space
               into WS-Arg-Link WS-Arg-File
             end-unstring
             move function upper-case(WS-Arg-Link) to WS-Arg-Link
             if WS-Case-Closed
               display "case " WS-Case-No " is closed - nothing linked"
               exit paragraph
             end-if
             evaluate WS-Arg-Link
               when "DOSSIER"
                 perform file-case-dossier
                 if WS-Case-Dossier = spaces
                   display "run-dossier.txt is not the dossier for "
                     "run " function trim(WS-Case-RunId)
                     " - run Day-Run-Dossier for it first"
                   exit paragraph
                 end-if
               when "RESUBMIT"
                 if WS-Arg-File = spaces or WS-Arg-File(41:20) not =
                    spaces
                   display "LINK RESUBMIT needs the resubmit file "
                     "name, up to 40 characters"
                   exit paragraph
                 end-if
                 move WS-Arg-File to WS-Case-Resubmit
               when "AMENDED"
                 perform link-amended-row
                 if WS-Ledger-Found = 0
                   exit paragraph
                 end-if
               when other
                 display "LINK takes DOSSIER, RESUBMIT <file> or "
                   "AMENDED [run-id]"
                 exit paragraph
             end-evaluate
             move WS-Case-Record to WS-Row(WS-Case-Row)
             perform rewrite-cases
             if WS-Lock-Result not = "Y"
               exit paragraph
             end-if
             move spaces to WS-Signon-Action
             evaluate WS-Arg-Link
               when "DOSSIER"
                 display "case " WS-Case-No " dossier filed as "
                   function trim(WS-Case-Dossier)
                 string "DISPUTE LINK " WS-Case-No " DOSSIER "
                   WS-Case-Dossier
                   delimited by size into WS-Signon-Action
               when "RESUBMIT"
                 display "case " WS-Case-No " resubmit file "
                   function trim(WS-Case-Resubmit)
                 string "DISPUTE LINK " WS-Case-No " RESUBMIT "
                   WS-Case-Resubmit
                   delimited by size into WS-Signon-Action
               when other
                 display "case " WS-Case-No " amended row "
                   WS-Case-AmendedDate " run "
                   function trim(WS-Case-AmendedRunId) " = "
                   function trim(WS-Case-AmendedAnswer)
                   " (was " function trim(WS-Case-Answer) ")"
                 string "DISPUTE LINK " WS-Case-No " AMENDED "
                   WS-Case-AmendedRunId
                   delimited by size into WS-Signon-Action
             end-evaluate
             perform journal-change
           .

      *    the amended row is the one the correction posted: named
      *    by run-id, or found through corrections-audit.txt by the
      *    resubmit file the case is linked to.
           link-amended-row.
             move 0 to WS-Ledger-Found
             move WS-Arg-File to WS-Want-RunId
             if WS-Want-RunId = spaces
               perform find-correction-run
               if WS-Want-RunId = spaces
                 display "no corrections-audit.txt run of "
                   WS-Case-Year " day " WS-Case-Day " read "
                   function trim(WS-Case-Resubmit)
                   " - give the amended run-id"
                 exit paragraph
               end-if
             end-if
             if WS-Want-RunId = WS-Case-RunId
               display "run " function trim(WS-Want-RunId)
                 " is the disputed run, not an amendment"
               exit paragraph
             end-if
             move WS-Case-Year to WS-Arg-Year
             move WS-Case-Day to WS-Arg-Day
             move WS-Case-Part to WS-Arg-Part
             perform find-ledger-answer
             if WS-Ledger-Found = 0
               display "no results-ledger.txt row for "
                 WS-Case-Year " day " WS-Case-Day " "
                 function trim(WS-Case-Part) " under run "
                 function trim(WS-Want-RunId) " - nothing linked"
               exit paragraph
             end-if
             move WS-Found-Date to WS-Case-AmendedDate
             move WS-Found-RunId to WS-Case-AmendedRunId
             move WS-Found-Answer to WS-Case-AmendedAnswer
           .

           find-correction-run.
             move spaces to WS-Want-RunId
             if WS-Case-Resubmit = spaces
               exit paragraph
             end-if
             move zero to WS-EOF
             open input CorrectionsAudit
             if WS-CorrAudit-Error
               exit paragraph
             end-if
             perform until WS-EOF = 1
               read CorrectionsAudit into WS-CorrAudit-Row
                 at end move 1 to WS-EOF
                 not at end
                   if WS-CorrAudit-Row(1:4) = WS-Case-Year
                      and WS-CorrAudit-Row(6:2) = WS-Case-Day
                      and WS-CorrAudit-Row(64:40) = WS-Case-Resubmit
                      and WS-CorrAudit-Row(20:10) >=
                          WS-Case-OpenedDate
                     move WS-CorrAudit-Row(31:15) to WS-Want-RunId
                   end-if
               end-read
             end-perform
             close CorrectionsAudit
             move zero to WS-EOF
           .

      *    the latest results-ledger.txt row for WS-Arg-Year/Day/
      *    Part under WS-Want-RunId.
           find-ledger-answer.
             move 0 to WS-Ledger-Found
             move zero to WS-EOF
             open input ResultsLedger
             if WS-Ledger-Error
               exit paragraph
             end-if
             perform until WS-EOF = 1
               read ResultsLedger
                 at end move 1 to WS-EOF
                 not at end
                   move ResultsLedger-Line to WS-Ledger-Line
                   if WS-Ledger-RunId = WS-Want-RunId
                      and WS-Ledger-Year = WS-Arg-Year
                      and WS-Ledger-Day = WS-Arg-Day(1:2)
                      and WS-Ledger-Part = WS-Arg-Part
                     move 1 to WS-Ledger-Found
                     move WS-Ledger-Date to WS-Found-Date
                     move WS-Ledger-RunId to WS-Found-RunId
                     move WS-Ledger-Site to WS-Found-Site
                     move function trim(WS-Ledger-Answer)
                       to WS-Found-Answer
                   end-if
               end-read
             end-perform
             close ResultsLedger
             move zero to WS-EOF
           .

      *    file run-dossier.txt as the case's own dossier when its
      *    heading names the case's run; the case keeps the name.
           file-case-dossier.
             move 0 to WS-RunId-Hits
             open input RunDossier
             if WS-Dossier-Error
               exit paragraph
             end-if
             read RunDossier
               at end move spaces to RunDossier-Line
             end-read
             close RunDossier
             inspect RunDossier-Line tallying WS-RunId-Hits
               for all function trim(WS-Case-RunId)
             if WS-RunId-Hits = 0
               exit paragraph
             end-if
             move spaces to WS-Dossier-Name
             string "dispute-" WS-Case-No "-dossier.txt"
               delimited by size into WS-Dossier-Name
             call "CBL_COPY_FILE" using "run-dossier.txt"
               WS-Dossier-Name
             if return-code not = 0
               display "could not copy run-dossier.txt to "
                 function trim(WS-Dossier-Name)
               exit paragraph
             end-if
             move WS-Dossier-Name to WS-Case-Dossier
           .

      *    a case closes only on a decision; an upheld one only once
      *    the correction it ordered is on the ledger.
           close-case.
             perform take-case-argument
             if WS-Found = 0
               exit paragraph
             end-if
             if WS-Case-Closed
               display "case " WS-Case-No " was already closed on "
                 WS-Case-ClosedDate
               exit paragraph
             end-if
             if WS-Case-Undecided
               display "case " WS-Case-No " has no decision yet - "
                 "UPHOLD or REJECT it before closing"
               exit paragraph
             end-if
             if WS-Case-Upheld and WS-Case-AmendedRunId = spaces
               display "case " WS-Case-No " was upheld but no amended "
                 "row is linked - LINK " WS-Case-No " AMENDED first"
               exit paragraph
             end-if
             move "CLOSED" to WS-Case-Status
             move WS-TodayDate to WS-Case-ClosedDate
             move WS-Operator-Id to WS-Case-ClosedBy
             move WS-Case-Record to WS-Row(WS-Case-Row)
             perform rewrite-cases
             if WS-Lock-Result not = "Y"
               exit paragraph
             end-if
             display "case " WS-Case-No " closed"
             move spaces to WS-Signon-Action
             string "DISPUTE CLOSE " WS-Case-No
               delimited by size into WS-Signon-Action
             perform journal-change
           .

           list-cases.
             if WS-Param-Ptr <= function length(WS-Param-Line)
               if WS-Param-Line(WS-Param-Ptr:) not = spaces
                 perform take-case-argument
                 if WS-Found = 1
                   perform show-case
                 end-if
                 exit paragraph
               end-if
             end-if
             display "  case   status   yr   dy part                 "
               "run-id          opened     complainant"
             perform varying WS-r from 1 by 1
                     until WS-r > WS-RowCount
               move WS-Row(WS-r) to WS-Case-Record
               add 1 to WS-Listed
               display "  " WS-Case-No " " WS-Case-Status " "
                 WS-Case-Year " " WS-Case-Day " " WS-Case-Part " "
                 WS-Case-RunId " " WS-Case-OpenedDate " "
                 WS-Case-Complainant
             end-perform
             if WS-Listed = 0
               display "  (no dispute cases)"
             end-if
           .

           show-case.
             display "case        " WS-Case-No " "
               function trim(WS-Case-Status)
             display "disputed    " WS-Case-Year " day " WS-Case-Day
               " " function trim(WS-Case-Part) " = "
               function trim(WS-Case-Answer) " (run "
               function trim(WS-Case-RunId) " site "
               WS-Case-Site ")"
             display "complainant " function trim(WS-Case-Complainant)
             display "complaint   " function trim(WS-Case-Description)
             display "opened      " WS-Case-OpenedDate " by "
               WS-Case-OpenedBy
             if WS-Case-DecidedDate not = spaces
               display "decided     " WS-Case-DecidedDate " by "
                 WS-Case-DecidedBy " (" WS-Case-Outcome "): "
                 function trim(WS-Case-Decision)
             end-if
             if WS-Case-ClosedDate not = spaces
               display "closed      " WS-Case-ClosedDate " by "
                 WS-Case-ClosedBy
             end-if
             display "dossier     " function trim(WS-Case-Dossier)
             display "resubmit    " function trim(WS-Case-Resubmit)
             if WS-Case-AmendedRunId not = spaces
               display "amended     " WS-Case-AmendedDate " run "
                 function trim(WS-Case-AmendedRunId) " = "
                 function trim(WS-Case-AmendedAnswer)
             end-if
           .

           aging-report.
             move "dispute-decision-days" to WS-Config-Key
             perform read-config-number
             if WS-Config-Valid = 1 and WS-Config-Number > 0
               move WS-Config-Number to WS-Decision-Days
             end-if
             move WS-CurrentDate to WS-Date-Digits
             compute WS-Today-Int =
               function integer-of-date(WS-Date-Num)
             open output AgingReport
             move spaces to AgingReport-Line
             string "===== open dispute cases as of " WS-TodayDate
               " =====" delimited by size into AgingReport-Line
             perform emit-aging-line
             move spaces to AgingReport-Line
             perform emit-aging-line
             move "  case   status   opened       age bucket   yr   dy"
               & " part                 run-id          complainant"
               & "          flag" to AgingReport-Line
             perform emit-aging-line
             perform varying WS-r from 1 by 1
                     until WS-r > WS-RowCount
               move WS-Row(WS-r) to WS-Case-Record
               perform age-one-case
             end-perform
             compute WS-Audit-Closed = WS-Audit-Closed-Upheld
               + WS-Audit-Closed-Rejected + WS-Audit-NoDecide
             if WS-Audit-Cases = WS-Audit-Closed
               move "  (no open cases)" to AgingReport-Line
               perform emit-aging-line
             end-if
             move spaces to AgingReport-Line
             perform emit-aging-line
             move WS-Bucket-0-7 to WS-Rpt-Count
             move spaces to AgingReport-Line
             string "  open 0-7 days    " WS-Rpt-Count
               delimited by size into AgingReport-Line
             perform emit-aging-line
             move WS-Bucket-8-30 to WS-Rpt-Count
             move spaces to AgingReport-Line
             string "  open 8-30 days   " WS-Rpt-Count
               delimited by size into AgingReport-Line
             perform emit-aging-line
             move WS-Bucket-31-90 to WS-Rpt-Count
             move spaces to AgingReport-Line
             string "  open 31-90 days  " WS-Rpt-Count
               delimited by size into AgingReport-Line
             perform emit-aging-line
             move WS-Bucket-Over to WS-Rpt-Count
             move spaces to AgingReport-Line
             string "  open over 90     " WS-Rpt-Count
               delimited by size into AgingReport-Line
             perform emit-aging-line
             perform write-aging-audit
             close AgingReport
             display "aging report written to dispute-aging.txt"
             if WS-Audit-Overdue > 0 or WS-Audit-NoDecide > 0
               move 4 to return-code
             end-if
           .

           age-one-case.
             add 1 to WS-Audit-Cases
             evaluate true
               when WS-Case-Upheld
                 add 1 to WS-Audit-Upheld
               when WS-Case-Rejected
                 add 1 to WS-Audit-Rejected
               when WS-Case-Closed
                 evaluate true
                   when WS-Case-DecidedDate = spaces
                     add 1 to WS-Audit-NoDecide
                   when WS-Case-Outcome-Upheld
                     add 1 to WS-Audit-Closed-Upheld
                   when WS-Case-Outcome-Rejected
                     add 1 to WS-Audit-Closed-Rejected
                   when other
                     add 1 to WS-Audit-NoDecide
                 end-evaluate
             end-evaluate
             if WS-Case-Closed
               exit paragraph
             end-if
             move spaces to WS-Date-Digits
             string WS-Case-OpenedDate(1:4) WS-Case-OpenedDate(6:2)
               WS-Case-OpenedDate(9:2)
               delimited by size into WS-Date-Digits
             move zero to WS-Age-Days
             if WS-Date-Digits numeric
               compute WS-Opened-Int =
                 function integer-of-date(WS-Date-Num)
               if WS-Today-Int > WS-Opened-Int
                 compute WS-Age-Days = WS-Today-Int - WS-Opened-Int
               end-if
             end-if
             evaluate true
               when WS-Age-Days <= 7
                 move "0-7" to WS-Bucket
                 add 1 to WS-Bucket-0-7
               when WS-Age-Days <= 30
                 move "8-30" to WS-Bucket
                 add 1 to WS-Bucket-8-30
               when WS-Age-Days <= 90
                 move "31-90" to WS-Bucket
                 add 1 to WS-Bucket-31-90
               when other
                 move "over 90" to WS-Bucket
                 add 1 to WS-Bucket-Over
             end-evaluate
             move spaces to WS-Flag
             if WS-Case-Undecided
               add 1 to WS-Audit-Pending
               if WS-Age-Days > WS-Decision-Days
                 move "OVERDUE" to WS-Flag
                 add 1 to WS-Audit-Overdue
               end-if
             end-if
             if WS-Case-Upheld and WS-Case-AmendedRunId = spaces
               move "NO AMEND" to WS-Flag
             end-if
             move WS-Case-No to WS-AR-Case
             move WS-Case-Status to WS-AR-Status
             move WS-Case-OpenedDate to WS-AR-Opened
             move WS-Age-Days to WS-AR-Age
             move WS-Bucket to WS-AR-Bucket
             move WS-Case-Year to WS-AR-Year
             move WS-Case-Day to WS-AR-Day
             move WS-Case-Part to WS-AR-Part
             move WS-Case-RunId to WS-AR-RunId
             move WS-Case-Complainant to WS-AR-Complainant
             move WS-Flag to WS-AR-Flag
             move WS-Aging-Row to AgingReport-Line
             perform emit-aging-line
           .

      *    the audit view: every case on file, and whether each one
      *    that left the process left it with a decision.
           write-aging-audit.
             move spaces to AgingReport-Line
             perform emit-aging-line
             move "  ----- decision audit -----" to AgingReport-Line
             perform emit-aging-line
             move WS-Audit-Cases to WS-Rpt-Count
             move spaces to AgingReport-Line
             string "  cases on file              " WS-Rpt-Count
               delimited by size into AgingReport-Line
             perform emit-aging-line
             move WS-Audit-Upheld to WS-Rpt-Count
             move spaces to AgingReport-Line
             string "  upheld, rerun pending      " WS-Rpt-Count
               delimited by size into AgingReport-Line
             perform emit-aging-line
             move WS-Audit-Rejected to WS-Rpt-Count
             move spaces to AgingReport-Line
             string "  rejected, not yet closed   " WS-Rpt-Count
               delimited by size into AgingReport-Line
             perform emit-aging-line
             move WS-Audit-Closed-Upheld to WS-Rpt-Count
             move spaces to AgingReport-Line
             string "  closed upheld (amended)    " WS-Rpt-Count
               delimited by size into AgingReport-Line
             perform emit-aging-line
             move WS-Audit-Closed-Rejected to WS-Rpt-Count
             move spaces to AgingReport-Line
             string "  closed rejected            " WS-Rpt-Count
               delimited by size into AgingReport-Line
             perform emit-aging-line
             move WS-Audit-Pending to WS-Rpt-Count
             move spaces to AgingReport-Line
             string "  awaiting a decision        " WS-Rpt-Count
               delimited by size into AgingReport-Line
             perform emit-aging-line
             move WS-Audit-Overdue to WS-Rpt-Count
             move WS-Decision-Days to WS-Rpt-Days
             move spaces to WS-Rpt-Label
             string "    overdue (over " function trim(WS-Rpt-Days)
               " days)" delimited by size into WS-Rpt-Label
             move spaces to AgingReport-Line
             string WS-Rpt-Label WS-Rpt-Count
               delimited by size into AgingReport-Line
             perform emit-aging-line
             move WS-Audit-NoDecide to WS-Rpt-Count
             move spaces to AgingReport-Line
             string "  closed without a decision  " WS-Rpt-Count
               delimited by size into AgingReport-Line
             perform emit-aging-line
             move spaces to AgingReport-Line
             if WS-Audit-Pending = 0 and WS-Audit-NoDecide = 0
               move "  every dispute on file has reached a decision"
                 to AgingReport-Line
             else
               move "  NOT every dispute on file has reached a decision"
                 to AgingReport-Line
             end-if
             perform emit-aging-line
           .

           emit-aging-line.
             write AgingReport-Line
             display AgingReport-Line(1:120)
           .

           read-config-number.
             move 0 to WS-Config-Valid
             move spaces to WS-Config-Value
             call "Site-Config" using WS-Config-Key WS-Config-Value
               WS-Config-Found
             if WS-Config-Found = "Y"
                and function test-numval(WS-Config-Value) = 0
               move function numval(WS-Config-Value)
                 to WS-Config-Number
               move 1 to WS-Config-Valid
             end-if
           .

           rewrite-cases.
             move "A" to WS-Lock-Mode
             move "X" to WS-Lock-Share
             call "Lock-Manager" using WS-Lock-Mode
               WS-Lock-Resource WS-Lock-Share WS-Lock-Program
               WS-Operator-Id WS-Lock-Result WS-Lock-Holder
             if WS-Lock-Result not = "Y"
               display "dispute-cases.txt is locked by "
                 function trim(WS-Lock-Holder) " - nothing changed"
               exit paragraph
             end-if
             open output DisputeCases
             perform varying WS-r from 1 by 1
                     until WS-r > WS-RowCount
               move WS-Row(WS-r) to DisputeCases-Line
               write DisputeCases-Line
             end-perform
             close DisputeCases
             move "R" to WS-Lock-Mode
             call "Lock-Manager" using WS-Lock-Mode
               WS-Lock-Resource WS-Lock-Share WS-Lock-Program
               WS-Operator-Id WS-Lock-Result WS-Lock-Holder
             move "Y" to WS-Lock-Result
           .

           journal-change.
             move "J" to WS-Signon-Mode
             call "Operator-Signon" using WS-Signon-Mode
               WS-Signon-Program WS-Operator-Id WS-Operator-Name
               WS-Operator-Level WS-Signon-Action WS-Signon-Found
           .
