       identification division.
           program-id. Day-06c.
      *    finds both markers in the communicator's signal stream in
      *    one pass: the start-of-packet marker (the first position
      *    at which the last 4 characters received are all
      *    different) and the start-of-message marker (the same, for
      *    the last 14). both answers come off the same walk of the
      *    same stream, so they are posted together like the other
      *    consolidated days.
      *    the stream is normally one long line, but a transfer that
      *    wraps it over several lines is read as one continuous
      *    stream - the position reported is the character's place
      *    in the whole stream, counted from 1.
      *    the stream is lowercase a-z by definition; any other
      *    character is set aside as a REJECT (day06c-rejects.txt
      *    and the exceptions ledger) and the marker windows simply
      *    carry on over it, so one line-noise byte does not cost
      *    the night's answer.
       environment division.
           input-output section.
             file-control.
      *        the input file defaults to "input.txt" but can be
      *        pointed at any file via the AOC_INPUT_FILE environment
      *        variable, without touching anything on disk.
               select SignalStream assign to dynamic WS-Input-File-Name
                 organization is line sequential
                 file status is WS-File-Status-Code.
      *        one row per character that is not lowercase a-z,
      *        leading with its stream position.
               select RejectsLog
                 assign to dynamic WS-RejectsLog-Name
                 organization is line sequential.
      *        every rejected character also lands in this private
      *        per-run staging file, merged into the shared
      *        exceptions-ledger.txt by Day-Ledger-Consolidate, so
      *        concurrent day-programs never interleave writes.
               select ExceptionLedger
                 assign to "staging-day06c-exceptions.txt"
                 organization is line sequential
                 file status is WS-Extend-Status.
               select ResultsLedger
                 assign to "staging-day06c-results.txt"
                 organization is line sequential
                 file status is WS-Extend-Status.
      *        one row per run, staged privately and merged into
      *        the shared run-history.txt by Day-Ledger-Consolidate,
      *        so a slow day's job still shows up in one history.
               select RunHistory assign to "staging-day06c-history.txt"
                 organization is line sequential
                 file status is WS-Extend-Status.
      *        end-of-job run-control record for the balance check,
      *        staged like the ledger rows and merged into
      *        run-control.txt by Day-Ledger-Consolidate.
               select RunControl
                 assign to "staging-day06c-control.txt"
                 organization is line sequential
                 file status is WS-Extend-Status.
       data division.
           file section.
             fd SignalStream.
                01 SignalStream-File.
                   05 Signal-Line pic X(10000).
             fd RejectsLog.
                01 RejectsLog-Line pic X(80).
             fd ExceptionLedger.
                01 ExceptionLedger-Line pic X(180).
             fd ResultsLedger.
                01 ResultsLedger-Line pic X(110).
             fd RunHistory.
                01 RunHistory-Line pic X(90).
             fd RunControl.
                01 RunControl-Record pic X(100).
           working-storage section.
      *      bounded-table high-water marks, reported through
      *      Table-HWM alongside the run-control counts - here the
      *      widest stream line seen against the record width.
             01 WS-HWM-Program pic X(10) value "Day-06c".
             01 WS-HWM-Table   pic X(12).
             01 WS-HWM-Used    pic 9(8).
             01 WS-HWM-Ceiling pic 9(8).
      *      catalogued operator messages go out through
      *      Message-Catalog, so the runbook can cite the AOC id.
             01 WS-Msg-Id      pic X(7).
             01 WS-Msg-Program pic X(12) value "Day-06c".
             01 WS-Msg-Insert  pic X(60).
             copy "filestat.cpy".
             copy "elapsed.cpy".
             01 WS-Input-File-Name pic X(100) value "input.txt".
             01 WS-Extend-Status pic XX.
             01 WS-SignalStream.
                05 WS-Signal pic X(10000).
             01 WS-MaxLineWidth pic 9(05) value 10000.
             01 WS-LineWidth    pic 9(05).
             01 WS-WidestLine   pic 9(05) value zero.
             01 WS-Col          pic 9(05).
             01 WS-Char         pic X(1).
             01 WS-EOF          pic 9 value zero.
             01 WS-LineNo       pic 9(08) value zero.
      *      the stream position of every character read, rejected
      *      or not, and the count of accepted characters that the
      *      marker windows run over.
             01 WS-StreamPos    pic 9(08) value zero.
             01 WS-AcceptedPos  pic 9(08) value zero.
             01 WS-RejectCount  pic 9(08) value zero.
      *      marker detection without re-scanning a window: for each
      *      letter, the accepted position at which it was last
      *      seen; and the latest accepted position that any letter
      *      inside the current window repeats from. the last N
      *      characters are all different exactly when that repeat
      *      point lies N or more positions back.
             01 WS-LastSeen-Table.
                05 WS-LastSeen pic 9(08) occurs 26 times.
             01 WS-RepeatFrom   pic 9(08) value zero.
             01 WS-Letter-Idx   pic 9(02).
             01 WS-Alphabet     pic X(26)
                value "abcdefghijklmnopqrstuvwxyz".
             01 WS-PacketSize   pic 9(02) value 4.
             01 WS-MessageSize  pic 9(02) value 14.
             01 WS-PacketPos    pic 9(08) value zero.
             01 WS-MessagePos   pic 9(08) value zero.
             01 WS-PacketPos-Display  pic Z(8).
             01 WS-MessagePos-Display pic Z(8).
             01 WS-NoMarkerCount pic 9(02) value zero.
             01 WS-Capture-From pic 9(05).
             01 WS-Capture-Len  pic 9(05).
      *      durable side-file names are dynamic so a trial run
      *      (the driver's sample self-test, flagged through
      *      AOC_TRIAL) writes trial- copies instead of polluting
      *      production files with sample data.
             01 WS-Trial pic 9 value zero.
             01 WS-Trial-Param pic X(1).
             01 WS-RejectsLog-Name pic X(40)
                value "day06c-rejects.txt".
             01 WS-Reject-Line.
                05 WS-Reject-Pos    pic Z(8).
                05 FILLER           pic X(3) value " - ".
                05 WS-Reject-Reason pic X(40).
                05 FILLER           pic X(1) value space.
                05 WS-Reject-Char   pic X(1).
                05 FILLER           pic X(6) value " line ".
                05 WS-Reject-LineNo pic Z(8).
      *      control-record verification of the input transfer: the
      *      count and checksum accumulated while reading are checked
      *      by Input-Control-Check against <input-file>.ctl before
      *      anything is posted.
      *      double-processing guard: the processed-input register
      *      is consulted at startup, and a rerun of an input already
      *      posted is refused unless AOC_FORCE=Y overrides it; a
      *      successful run posts itself to the register at end of
      *      job.
             01 WS-Register-Mode  pic X(1).
             01 WS-Register-Found pic X(1) value "N".
      *      the processing year, supplied by the batch driver (or an
      *      operator) through AOC_YEAR so the same compiled program
      *      can run any year's inputs; 2022 when nothing is set.
             01 WS-Processing-Year  pic X(4) value "2022".
             01 WS-Register-Day   pic X(2) value "06".
             01 WS-Force-Param    pic X(1) value "N".
             01 WS-Control-LinesRead pic 9(08) value zero.
             01 WS-Control-Checksum  pic 9(16) value zero.
             01 WS-Control-Result    pic X(1).
             01 WS-Control-Failed    pic 9 value zero.
             copy "resultlg.cpy".
             copy "runhist.cpy".
             copy "exceplg.cpy".
             copy "runctl.cpy".
      *      this run's batch identifier, handed down by the driver
      *      through AOC_RUN_ID (or generated here for a standalone
      *      run) and stamped on every ledger row this run writes, so
      *      an investigation can join one run's records across all
      *      the shared files.
             01 WS-Run-Id pic X(15).
      *      the program's current release-register.txt version,
      *      stamped alongside the run-id on every results and
      *      run-control row this run posts.
             01 WS-Release-Mode    pic X(1) value "C".
             01 WS-Release-Program pic X(12) value "Day-06c".
             01 WS-Release-Version pic X(6).
             01 WS-Release-Found   pic X(1).
             01 WS-Release-Row     pic X(72).
      *      the base camp this run is processing for (Site-Context:
      *      AOC_SITE, else the home camp), stamped alongside the
      *      run-id on every row this run posts.
             01 WS-Site-Mode pic X(1) value "C".
             01 WS-Site-Code pic X(6).
             01 WS-Site-Path pic X(100).
             01 WS-RunDate pic X(10).
             01 WS-CurrentDate pic X(8).
       procedure division.
           move function current-date(9:8) to WS-Start-Time
           move function current-date(1:8) to WS-CurrentDate
           string WS-CurrentDate(1:4) "-" WS-CurrentDate(5:2) "-"
                  WS-CurrentDate(7:2)
             delimited by size into WS-RunDate
           move WS-RunDate to WS-ExceptionLedger-Date
           accept WS-Input-File-Name from environment "AOC_INPUT_FILE"
             on exception move "input.txt" to WS-Input-File-Name
           end-accept
           accept WS-Force-Param from environment "AOC_FORCE"
             on exception move "N" to WS-Force-Param
           end-accept
           accept WS-Processing-Year from environment "AOC_YEAR"
             on exception move "2022" to WS-Processing-Year
           end-accept
           if WS-Processing-Year = spaces
             move "2022" to WS-Processing-Year
           end-if
           accept WS-Run-Id from environment "AOC_RUN_ID"
             on exception move spaces to WS-Run-Id
           end-accept
           if WS-Run-Id = spaces
             string "R" function current-date(1:14)
               delimited by size into WS-Run-Id
           end-if
           move WS-Run-Id to WS-Ledger-RunId
           move WS-Run-Id to WS-RunHistory-RunId
           move WS-Run-Id to WS-ExceptionLedger-RunId
           move WS-Run-Id to WS-RunControl-RunId
           call "Release-Register" using WS-Release-Mode
             WS-Release-Program WS-Release-Version WS-Release-Found
             WS-Release-Row
           move WS-Release-Version to WS-Ledger-Version
           move WS-Release-Version to WS-RunControl-Version
           call "Site-Context" using WS-Site-Mode WS-Site-Code
             WS-Site-Path
           move WS-Site-Code to WS-Ledger-Site
           move WS-Site-Code to WS-RunHistory-Site
           move WS-Site-Code to WS-ExceptionLedger-Site
           move WS-Site-Code to WS-RunControl-Site
           accept WS-Trial-Param from environment "AOC_TRIAL"
             on exception move "N" to WS-Trial-Param
           end-accept
           if WS-Trial-Param = "Y"
             move 1 to WS-Trial
             move "trial-day06c-rejects.txt" to WS-RejectsLog-Name
           end-if
           move "C" to WS-Register-Mode
           call "Processed-Register" using WS-Register-Mode
             WS-Processing-Year WS-Register-Day WS-Input-File-Name
             WS-Register-Found
           if WS-Register-Found = "Y" and WS-Force-Param not = "Y"
             open extend ExceptionLedger
             if WS-Extend-Status = "35"
               open output ExceptionLedger
             end-if
             move WS-Processing-Year to WS-ExceptionLedger-Year
             move WS-Register-Day to WS-ExceptionLedger-Day
             move "Day-06c" to WS-ExceptionLedger-Program
             move zero to WS-ExceptionLedger-LineNo
             move "input already processed - run refused"
               to WS-ExceptionLedger-Reason
             move "DEGRADE" to WS-ExceptionLedger-Severity
             move WS-Input-File-Name(1:60)
               to WS-ExceptionLedger-Record
             move WS-ExceptionLedger-Line to ExceptionLedger-Line
             write ExceptionLedger-Line
             close ExceptionLedger
             move "AOC0003" to WS-Msg-Id
             move WS-Input-File-Name(1:60) to WS-Msg-Insert
             call "Message-Catalog" using WS-Msg-Id
               WS-Msg-Program WS-Msg-Insert
             move 12 to return-code
             goback
           end-if
           open input SignalStream
           if WS-File-Status-Error
             move "AOC0001" to WS-Msg-Id
             move WS-Input-File-Name(1:60) to WS-Msg-Insert
             call "Message-Catalog" using WS-Msg-Id
               WS-Msg-Program WS-Msg-Insert
             move 12 to return-code
             goback
           end-if
           initialize WS-LastSeen-Table
           open output RejectsLog
           open extend ExceptionLedger
           if WS-Extend-Status = "35"
             open output ExceptionLedger
           end-if
             perform until WS-EOF = 1
               read SignalStream into WS-SignalStream
                 at end move 1 to WS-EOF
                 not at end
                   add 1 to WS-LineNo
                   add 1 to WS-Control-LinesRead
                   compute WS-Control-Checksum = WS-Control-Checksum
                     + function length(function trim(WS-SignalStream))
                   perform scan-signal-line
               end-read
               if WS-File-Status-Error
                 display "Day-06c: I/O error reading SignalStream, "
                   "status " WS-File-Status-Code
                 move 12 to return-code
                 goback
               end-if
             end-perform
           close SignalStream
           perform verify-input-control
           if WS-Control-Failed = 0
             perform check-markers-found
           end-if
           close RejectsLog
           close ExceptionLedger
           if WS-Control-Failed = 1
             move 12 to return-code
             goback
           end-if
           move WS-PacketPos to WS-PacketPos-Display
           move WS-MessagePos to WS-MessagePos-Display
           display "start-of-packet marker after character: "
             WS-PacketPos-Display
           display "start-of-message marker after character: "
             WS-MessagePos-Display
           if WS-RejectCount > 0
             display WS-RejectCount
               " non-lowercase character(s), see day06c-rejects"
           end-if
           open extend ResultsLedger
           if WS-Extend-Status = "35"
             open output ResultsLedger
           end-if
             move WS-Processing-Year to WS-Ledger-Year
             move "06" to WS-Ledger-Day
             move WS-RunDate to WS-Ledger-Date
             move WS-Input-File-Name to WS-Ledger-InputFile
             move "start-of-packet" to WS-Ledger-Part
             move WS-PacketPos to WS-Ledger-Answer
             move WS-Ledger-Line to ResultsLedger-Line
             write ResultsLedger-Line
             move "start-of-message" to WS-Ledger-Part
             move WS-MessagePos to WS-Ledger-Answer
             move WS-Ledger-Line to ResultsLedger-Line
             write ResultsLedger-Line
           close ResultsLedger
           move function current-date(9:8) to WS-End-Time
           perform compute-elapsed-seconds
           open extend RunHistory
           if WS-Extend-Status = "35"
             open output RunHistory
           end-if
             move WS-Processing-Year to WS-RunHistory-Year
             move "06" to WS-RunHistory-Day
             move "Day-06c" to WS-RunHistory-Program
             move WS-RunDate to WS-RunHistory-Date
             move WS-Start-Time to WS-RunHistory-Start
             move WS-End-Time to WS-RunHistory-End
             move WS-Elapsed-Seconds to WS-RunHistory-Elapsed
             move WS-RunHistory-Line to RunHistory-Line
             write RunHistory-Line
           close RunHistory
           perform write-run-control
           if WS-Trial = 0
             move "STREAM-LINE" to WS-HWM-Table
             move WS-WidestLine to WS-HWM-Used
             move WS-MaxLineWidth to WS-HWM-Ceiling
             call "Table-HWM" using WS-HWM-Program WS-HWM-Table
               WS-HWM-Used WS-HWM-Ceiling
           end-if
      *    a trial run of a sample input must not mark that input
      *    as processed.
           if WS-Trial = 0
             move "P" to WS-Register-Mode
             call "Processed-Register" using WS-Register-Mode
               WS-Processing-Year WS-Register-Day WS-Input-File-Name
               WS-Register-Found
           end-if
      *    step-level return code for the batch driver: 0 clean,
      *    4 ran with rejects (or without a marker), 12 failed
      *    outright.
           if WS-RejectCount > 0 or WS-NoMarkerCount > 0
             move 4 to return-code
           else
             move 0 to return-code
           end-if
           goback.


      *    compares the lines and checksum actually read against the
      *    transfer's control record (<input-file>.ctl) - a truncated
      *    transfer is otherwise indistinguishable from a genuinely
      *    short file. a missing control file is allowed through; a
      *    mismatch fails the run before anything is posted.
           verify-input-control.
             call "Input-Control-Check" using WS-Input-File-Name
               WS-Control-LinesRead WS-Control-Checksum
               WS-Control-Result
             if WS-Control-Result = "F"
               move 1 to WS-Control-Failed
               move WS-Processing-Year to WS-ExceptionLedger-Year
               move "06" to WS-ExceptionLedger-Day
               move "Day-06c" to WS-ExceptionLedger-Program
               move WS-Control-LinesRead to WS-ExceptionLedger-LineNo
               move "input control record mismatch"
                 to WS-ExceptionLedger-Reason
               move "FATAL" to WS-ExceptionLedger-Severity
               move spaces to WS-ExceptionLedger-Record
               move WS-ExceptionLedger-Line to ExceptionLedger-Line
               write ExceptionLedger-Line
               display "Day-06c: input failed its control-record "
                 "check - run failed, nothing posted"
             end-if
           .

      *    trailing blanks are line-sequential padding, not signal;
      *    anything up to the last non-blank is part of the stream.
           scan-signal-line.
             move function length(function trim(WS-Signal trailing))
               to WS-LineWidth
             if WS-Signal = spaces
               move zero to WS-LineWidth
             end-if
             if WS-LineWidth > WS-WidestLine
               move WS-LineWidth to WS-WidestLine
             end-if
             perform varying WS-Col from 1 by 1
                     until WS-Col > WS-LineWidth
               move WS-Signal(WS-Col:1) to WS-Char
               add 1 to WS-StreamPos
               if WS-Char >= "a" and WS-Char <= "z"
                 perform take-stream-character
               else
                 perform write-reject-record
               end-if
             end-perform
           .

           take-stream-character.
             add 1 to WS-AcceptedPos
             move zero to WS-Letter-Idx
             inspect WS-Alphabet tallying WS-Letter-Idx
               for characters before initial WS-Char
             add 1 to WS-Letter-Idx
             if WS-LastSeen(WS-Letter-Idx) > WS-RepeatFrom
               move WS-LastSeen(WS-Letter-Idx) to WS-RepeatFrom
             end-if
             move WS-AcceptedPos to WS-LastSeen(WS-Letter-Idx)
             if WS-PacketPos = zero
                and WS-AcceptedPos >= WS-PacketSize
                and WS-AcceptedPos - WS-RepeatFrom >= WS-PacketSize
               move WS-StreamPos to WS-PacketPos
             end-if
             if WS-MessagePos = zero
                and WS-AcceptedPos >= WS-MessageSize
                and WS-AcceptedPos - WS-RepeatFrom >= WS-MessageSize
               move WS-StreamPos to WS-MessagePos
             end-if
           .

           write-reject-record.
             add 1 to WS-RejectCount
             move WS-StreamPos to WS-Reject-Pos
             move "stream character not lowercase a-z"
               to WS-Reject-Reason
             move WS-Char to WS-Reject-Char
             move WS-LineNo to WS-Reject-LineNo
             move WS-Reject-Line to RejectsLog-Line
             write RejectsLog-Line
             move WS-Processing-Year to WS-ExceptionLedger-Year
             move "06" to WS-ExceptionLedger-Day
             move "Day-06c" to WS-ExceptionLedger-Program
             move WS-StreamPos to WS-ExceptionLedger-LineNo
             move "stream character not lowercase a-z"
               to WS-ExceptionLedger-Reason
             move "REJECT" to WS-ExceptionLedger-Severity
      *      the captured record is the stretch of stream starting at
      *      the offending character, so triage sees it in context -
      *      cut short when it starts within 60 of the buffer's end.
             move WS-Col to WS-Capture-From
             compute WS-Capture-Len =
               function min(60, 10001 - WS-Capture-From)
             move WS-Signal(WS-Capture-From:WS-Capture-Len)
               to WS-ExceptionLedger-Record
             move WS-ExceptionLedger-Line to ExceptionLedger-Line
             write ExceptionLedger-Line
           .

      *    a stream that ends before a marker turns up still posts
      *    (as zero) so the ledger shows the run happened, but the
      *    answer is suspect and says so.
           check-markers-found.
             if WS-PacketPos = zero
               add 1 to WS-NoMarkerCount
               move "no start-of-packet marker in stream"
                 to WS-ExceptionLedger-Reason
               perform write-no-marker-exception
             end-if
             if WS-MessagePos = zero
               add 1 to WS-NoMarkerCount
               move "no start-of-message marker in stream"
                 to WS-ExceptionLedger-Reason
               perform write-no-marker-exception
             end-if
           .

           write-no-marker-exception.
             move WS-Processing-Year to WS-ExceptionLedger-Year
             move "06" to WS-ExceptionLedger-Day
             move "Day-06c" to WS-ExceptionLedger-Program
             move WS-StreamPos to WS-ExceptionLedger-LineNo
             move "DEGRADE" to WS-ExceptionLedger-Severity
             move WS-Input-File-Name(1:60)
               to WS-ExceptionLedger-Record
             move WS-ExceptionLedger-Line to ExceptionLedger-Line
             write ExceptionLedger-Line
           .

      *    the program's own account of this run, for the balance
      *    check to reconcile against the rows actually on the
      *    ledgers. the stream's records are its characters - the
      *    unit a REJECT row is raised for.
           write-run-control.
             open extend RunControl
             if WS-Extend-Status = "35"
               open output RunControl
             end-if
             move WS-Processing-Year to WS-RunControl-Year
             move "06" to WS-RunControl-Day
             move "Day-06c" to WS-RunControl-Program
             move WS-RunDate to WS-RunControl-Date
             move WS-StreamPos to WS-RunControl-Read
             move WS-RejectCount to WS-RunControl-Rejected
             compute WS-RunControl-Accepted =
               WS-RunControl-Read - WS-RunControl-Rejected
             move 2 to WS-RunControl-Posted
             move WS-RunControl-Line to RunControl-Record
             write RunControl-Record
             close RunControl
           .

           copy "elapsedp.cpy".
