             file-control.
      *        the input file defaults to "input.txt" but can be
      *        pointed at any file via the AOC_INPUT_FILE environment
      *        variable, without touching anything on disk. with
      *        AOC_INPUT_FORMAT TABULAR that file is the yard
      *        terminal's crate-position feed, read here in the
      *        drawn form Day-05-Feed-Render renders it to - as
      *        Day-05a does.
               select CargoCrane assign to dynamic WS-CargoCrane-Name
                 organization is line sequential
                 file status is WS-File-Status-Code.
      *        one row per run, staged privately and merged into
               select FinalStacks
                 assign to dynamic WS-FinalStacks-Name
                 organization is line sequential.
               select CrateMaster assign to dynamic WS-CrateMaster-Name
                 organization is line sequential
                 file status is WS-CrateMaster-Status.
               select SegregationRules
             fd ExceptionLedger.
                01 ExceptionLedger-Line pic X(180).
             fd RunHistory.
                01 RunHistory-Line pic X(90).
             fd RunControl.
                01 RunControl-Record pic X(100).
           working-storage section.
             copy "filestat.cpy".
             copy "elapsed.cpy".
             01 WS-Input-File-Name pic X(100) value "input.txt".
      *      input layout from the manifest row, as in Day-05a: a
      *      TABULAR feed and its move list (AOC_MOVES_FILE, else
      *      <input-file>.moves) are validated and rendered to
      *      day05b-feed-drawing.txt, refused rows listed on
      *      day05b-feed-rejects.txt.
             01 WS-CargoCrane-Name pic X(100).
             01 WS-Input-Format pic X(8) value "DRAWN".
             88 WS-Input-Tabular value "TABULAR".
             01 WS-Moves-File-Name pic X(100).
             01 WS-Feed-Render-Name pic X(100)
                value "day05b-feed-drawing.txt".
             01 WS-Feed-Rejects-Name pic X(100)
                value "day05b-feed-rejects.txt".
             01 WS-Feed-Result pic X(1).
             01 WS-Feed-Rejects pic 9(08).
             01 WS-Extend-Status pic XX.
             01 WS-CargoCrane.
                05 WS-Line pic A(100).
      *      an investigation can join one run's records across all
      *      the shared files.
             01 WS-Run-Id pic X(15).
      *      the program's current release-register.txt version,
      *      stamped alongside the run-id on every run-control
      *      row this run posts.
             01 WS-Release-Mode    pic X(1) value "C".
             01 WS-Release-Program pic X(12) value "Day-05b".
             01 WS-Release-Version pic X(6).
             01 WS-Release-Found   pic X(1).
             01 WS-Release-Row     pic X(72).
      *      the base camp this run is processing for (Site-Context:
      *      AOC_SITE, else the home camp), stamped alongside the
      *      run-id on every row this run posts.
             01 WS-Site-Mode pic X(1) value "C".
             01 WS-Site-Code pic X(6).
             01 WS-Site-Path pic X(100).
      *      the site's own masters: the home camp's where they
      *      always were, another camp's under its site directory.
             01 WS-CrateMaster-Name pic X(100)
                value "crate-master.txt".
             01 WS-RunDate pic X(10).
             01 WS-CurrentDate pic X(8).
       procedure division.
           accept WS-Input-File-Name from environment "AOC_INPUT_FILE"
             on exception move "input.txt" to WS-Input-File-Name
           end-accept
           move WS-Input-File-Name to WS-CargoCrane-Name
           accept WS-Input-Format from environment "AOC_INPUT_FORMAT"
             on exception move "DRAWN" to WS-Input-Format
           end-accept
           move function upper-case(WS-Input-Format)
             to WS-Input-Format
           accept WS-Moves-File-Name from environment "AOC_MOVES_FILE"
             on exception move spaces to WS-Moves-File-Name
           end-accept
           if WS-Moves-File-Name = spaces
             string function trim(WS-Input-File-Name) ".moves"
               delimited by size into WS-Moves-File-Name
           end-if
           accept WS-Processing-Year from environment "AOC_YEAR"
             on exception move "2022" to WS-Processing-Year
           end-accept
               to WS-FinalStacks-Name
             move "trial-day05b-move-rejects.txt"
               to WS-RejectsLog-Name
             move "trial-day05b-feed-drawing.txt"
               to WS-Feed-Render-Name
             move "trial-day05b-feed-rejects.txt"
               to WS-Feed-Rejects-Name
           end-if
           accept WS-Run-Id from environment "AOC_RUN_ID"
             on exception move spaces to WS-Run-Id
           end-if
           move WS-Run-Id to WS-RunHistory-RunId
           move WS-Run-Id to WS-RunControl-RunId
           call "Release-Register" using WS-Release-Mode
             WS-Release-Program WS-Release-Version WS-Release-Found
             WS-Release-Row
           move WS-Release-Version to WS-RunControl-Version
           call "Site-Context" using WS-Site-Mode WS-Site-Code
             WS-Site-Path
           move WS-Site-Code to WS-RunHistory-Site
           move WS-Site-Code to WS-ExceptionLedger-Site
           move WS-Site-Code to WS-RunControl-Site
           move "P" to WS-Site-Mode
           call "Site-Context" using WS-Site-Mode WS-Site-Code
             WS-CrateMaster-Name
           move WS-Run-Id to WS-ExceptionLedger-RunId
           move WS-RunDate to WS-ExceptionLedger-Date
           if WS-Input-Tabular
             perform render-position-feed
             if WS-Feed-Result not = "P"
               move 12 to return-code
               goback
             end-if
           end-if
      *    first extract the number of stacks
           open input CargoCrane
           if WS-File-Status-Error
             close FinalStacks
           .

      *    TABULAR input: validated and rendered into the drawn
      *    form exactly as Day-05a does it; a refused feed or a
      *    control mismatch fails the run with one FATAL ledger row.
           render-position-feed.
             call "Day-05-Feed-Render" using WS-Input-File-Name
               WS-Moves-File-Name WS-Feed-Render-Name
               WS-Feed-Rejects-Name WS-Feed-Result WS-Feed-Rejects
             if WS-Feed-Result = "P"
               move WS-Feed-Render-Name to WS-CargoCrane-Name
               exit paragraph
             end-if
             if WS-Feed-Result = "M"
               move "AOC0001" to WS-Msg-Id
               move WS-Input-File-Name(1:60) to WS-Msg-Insert
               call "Message-Catalog" using WS-Msg-Id
                 WS-Msg-Program WS-Msg-Insert
               exit paragraph
             end-if
             open extend ExceptionLedger
             if WS-Extend-Status = "35"
               open output ExceptionLedger
             end-if
             move WS-Processing-Year to WS-ExceptionLedger-Year
             move "05" to WS-ExceptionLedger-Day
             move "Day-05b" to WS-ExceptionLedger-Program
             move WS-Feed-Rejects to WS-ExceptionLedger-LineNo
             if WS-Feed-Result = "F"
               move "position feed failed validation"
                 to WS-ExceptionLedger-Reason
             else
               move "input control record mismatch"
                 to WS-ExceptionLedger-Reason
             end-if
             move "FATAL" to WS-ExceptionLedger-Severity
             move WS-Input-File-Name(1:60)
               to WS-ExceptionLedger-Record
             move WS-ExceptionLedger-Line to ExceptionLedger-Line
             write ExceptionLedger-Line
             close ExceptionLedger
             display "Day-05b: position feed refused - run failed, "
               "nothing posted"
           .

           compute-str-length.
             move 1 to WS-i
             move 0 to WS-StrLength
