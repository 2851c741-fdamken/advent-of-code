      *    all, every step simply runs inline as it always did. the
      *    consolidator still runs exactly once, after the whole
      *    manifest is done.
      *
      *    a candidate build of a day program can shadow production:
      *    shadow-candidates.txt names, per year/day/program, the
      *    candidate module to replay. after that production step
      *    completes (rc below 8) the driver hands it to
      *    Day-Shadow-Run, which replays the vaulted input through
      *    the candidate with its staged rows kept out of the
      *    consolidator's way and compares the two runs. the
      *    shadow's verdict is shown and registered, and never
      *    touches the batch's own return code.
      *
      *    more than one base camp runs through the same batch: each
      *    manifest row names the site whose data it processes
      *    (blank is the home camp, site-config key home-site), and
      *    the driver exports it as AOC_SITE with the row's year and
      *    input path, so the day program stamps the site on every
      *    ledger row and reads that site's own masters. a
      *    dependency, a restart's completed rows and the status
      *    lines are all kept per site. SITE=<code> on the command
      *    line (alongside RESTART or on its own) runs only that
      *    site's rows; without it, or with SITE=ALL, every site's
      *    rows run in the one batch.
      *
      *    runs outside the normal schedule come only from the rerun
      *    queue (rerun-requests.txt, kept by Day-Rerun-Request):
      *    every request a supervisor approved for tonight, for a
      *    site this batch runs, joins the night as extra manifest
      *    rows repeating the day's rows - after the scheduled row
      *    of the same program, never held or self-tested, and
      *    never stopping the batch. a CORRECT request runs in
      *    corrections mode against its resubmit file, a DAY
      *    request reruns the day's input forced, and a WHATIF
      *    request runs as a trial - alone, like a self-test - with
      *    its staged answers kept in rerun-whatif-<request>.txt and
      *    nothing posted. each request's outcome, with this batch's
      *    run-id, is written back to the queue the moment it
      *    finishes; an approved request whose night has passed
      *    unrun is marked LAPSED. the batch holds the queue
      *    exclusively while it works it.
      *
      *    every step is told the night its input belongs to as
      *    AOC_INPUT_DATE, so a program that keeps dated rules
      *    (scoring-rules.txt) applies the ones in force that night:
      *    tonight's date for a scheduled row or a what-if, and the
      *    night the day was originally run (the request's input
      *    date) for a CORRECT or DAY rerun.
       environment division.
           input-output section.
             file-control.
               select ExceptionLedger assign to "exceptions-ledger.txt"
                 organization is line sequential
                 file status is WS-ExceptionLedger-Status.
      *        the candidate builds shadowing production: year, day,
      *        the production program and the candidate module.
               select ShadowCandidates
                 assign to "shadow-candidates.txt"
                 organization is line sequential
                 file status is WS-Shadow-Status.
      *        the rerun queue - approved requests for tonight are
      *        added to the manifest, and their outcomes written
      *        back.
               select RerunRequests assign to "rerun-requests.txt"
                 organization is line sequential
                 file status is WS-Rerun-FS.
       data division.
           file section.
             fd BatchManifest.
             fd StepExitFile.
                01 StepExitFile-Line pic X(10).
             fd BatchProgress.
                01 BatchProgress-Line pic X(32).
             fd ReviewQueue.
                01 ReviewQueue-Line pic X(80).
             fd SampleAnswers.
             fd StagingFile.
                01 StagingFile-Line pic X(200).
             fd ResultsLedger.
                01 ResultsLedger-Line pic X(110).
             fd RunHistory.
                01 RunHistory-Line pic X(90).
             fd ExceptionLedger.
                01 ExceptionLedger-Line pic X(180).
             fd ShadowCandidates.
                01 ShadowCandidates-Line pic X(60).
             fd RerunRequests.
                01 RerunRequests-Line pic X(300).
           working-storage section.
             copy "filestat.cpy".
             01 WS-Manifest-Status pic XX.
      *         production input when the posted answers match
      *         sample-answers.txt.
                05 WS-Manifest-SelfTest  pic X(1).
                05 FILLER                pic X(1).
      *         how the row's input is laid out, handed to the
      *         program as AOC_INPUT_FORMAT: DRAWN (or blank, for
      *         old manifests) is the usual puzzle text; TABULAR is
      *         the yard terminal's crate-position feed at the input
      *         path, with its move list at <input path>.moves.
                05 WS-Manifest-Format    pic X(8).
                05 FILLER                pic X(1).
      *         the base camp whose data the row processes - blank
      *         (old manifests) is the home camp.
                05 WS-Manifest-Site      pic X(6).
             01 WS-Manifest-Trimmed-Path pic X(100).
      *      the rerun queue, held whole while the batch works it.
             copy "rerunreq.cpy".
             01 WS-Rerun-FS pic XX.
             88 WS-Rerun-Error value "30" thru "99".
             01 WS-ReqCount pic 9(04) value zero.
             01 WS-Req-Table.
                05 WS-Req-Row pic X(300) occurs 2000 times.
             01 WS-rq pic 9(04).
             01 WS-Rerun-Locked  pic 9 value zero.
             01 WS-Rerun-Changed pic 9.
             01 WS-Rerun-Added   pic 9(02).
             01 WS-RerunRowCount pic 9(02) value zero.
             01 WS-Manifest-Base pic 9(02).
             01 WS-Rerun-RC-Num  pic 9(02).
             01 WS-Batch-Force    pic X(1).
             01 WS-Batch-Resubmit pic X(60).
             01 WS-WhatIf-Name   pic X(40).
             01 WS-Shadow-Status pic XX.
             88 WS-Shadow-OK    value "00".
             88 WS-Shadow-Error value "30" thru "99".
             01 WS-Shadow-Record.
                05 WS-Shadow-Year      pic X(4).
                05 FILLER              pic X(1).
                05 WS-Shadow-Day       pic X(2).
                05 FILLER              pic X(1).
                05 WS-Shadow-Program   pic X(12).
                05 FILLER              pic X(1).
                05 WS-Shadow-Candidate pic X(12).
             01 WS-ShadowCount pic 9(02) value zero.
             01 WS-Shadow-Table.
                05 WS-Shadow-Entry occurs 20 times.
                   10 WS-Shd-Year      pic X(4).
                   10 WS-Shd-Day       pic X(2).
                   10 WS-Shd-Program   pic X(12).
                   10 WS-Shd-Candidate pic X(12).
             01 WS-sh pic 9(02).
             01 WS-Shadow-Verdict pic X(8).
             01 WS-Shadow-InputDate pic X(10).
             01 WS-Manifest-Input-Format pic X(8).
             01 WS-Calendar-Status pic XX.
             88 WS-Calendar-OK    value "00".
             88 WS-Calendar-Error value "30" thru "99".
             88 WS-Progress-OK    value "00".
             88 WS-Progress-Error value "30" thru "99".
             01 WS-Mode-Param pic X(8).
             01 WS-Command-Line pic X(40).
             01 WS-Command-Words.
                05 WS-Command-Word pic X(20) occurs 2 times.
             01 WS-cw pic 9.
             01 WS-Site-Select pic X(6) value spaces.
             01 WS-OtherSiteRows pic 9(03) value zero.
             01 WS-Site-Mode pic X(1) value "H".
             01 WS-Home-Site pic X(6).
             01 WS-Site-Path pic X(100).
             01 WS-Restart-Mode pic 9 value zero.
             01 WS-Progress-Row.
                05 WS-Progress-Year    pic X(4).
      *         with rejects - only a clean row may satisfy a
      *         dependency column.
                05 WS-Progress-RC      pic 99.
                05 FILLER              pic X(1) value space.
                05 WS-Progress-Site    pic X(6).
      *      manifest rows already marked done in the progress file -
      *      a restart skips any row whose year/day/program matches.
             01 WS-DoneCount pic 9(03) value zero.
             01 WS-Done-Table.
                05 WS-Done-Entry occurs 100 times.
                   10 WS-Done-Key   pic X(24).
                   10 WS-Done-Clean pic 9.
             01 WS-This-Key pic X(24).
             01 WS-dk pic 9(03).
             01 WS-Row-Done pic 9.
             01 WS-Row-Clean pic 9.
      *      were carried over as done by a restart), kept with the
      *      year they ran under - the dependency column names a
      *      program only, so the year is what stops a 2023 Day-05b
      *      being satisfied by 2022's Day-05a completion, and the
      *      site does the same between two camps' rows.
             01 WS-CleanCount pic 9(02) value zero.
             01 WS-Clean-Table.
                05 WS-Clean-Entry occurs 50 times.
                   10 WS-Clean-Year    pic X(4).
                   10 WS-Clean-Program pic X(12).
                   10 WS-Clean-Site    pic X(6).
             01 WS-cl pic 9(02).
             01 WS-Dep-Met pic 9.
             01 WS-HeldRows pic 9(03) value zero.
                   10 WS-MRow-Record pic X(160).
                   10 WS-MRow-State  pic 9.
                   10 WS-MRow-RC     pic 9(02).
      *            the rerun request a row was added for (zero on a
      *            scheduled row), its mode and the file it takes.
                   10 WS-MRow-Request pic 9(06).
                   10 WS-MRow-Mode    pic X(8).
                   10 WS-MRow-File    pic X(40).
                   10 WS-MRow-InputDate pic X(10).
             01 WS-mx pic 9(02).
             01 WS-dd pic 9(02).
             01 WS-Fork-Pid pic s9(9) comp-5.
                05 WS-Status-RC      pic Z9.
                05 FILLER            pic X(1) value space.
                05 WS-Status-Word    pic X(7).
                05 FILLER            pic X(1) value space.
                05 WS-Status-Site    pic X(6).
             01 WS-History-Status pic XX.
             88 WS-History-OK     value "00".
             88 WS-History-EOF    value "10".
           string WS-CurrentDate(1:4) "-" WS-CurrentDate(5:2) "-"
                  WS-CurrentDate(7:2)
             delimited by size into WS-RunDate
           call "Site-Context" using WS-Site-Mode WS-Home-Site
             WS-Site-Path
           accept WS-Command-Line from command-line
           move spaces to WS-Command-Word(1)
           move spaces to WS-Command-Word(2)
           unstring WS-Command-Line delimited by all space
             into WS-Command-Word(1) WS-Command-Word(2)
           end-unstring
           move spaces to WS-Mode-Param
           perform varying WS-cw from 1 by 1 until WS-cw > 2
             if function upper-case(WS-Command-Word(WS-cw)(1:5))
                = "SITE="
               move function upper-case(WS-Command-Word(WS-cw)(6:6))
                 to WS-Site-Select
             else
               if WS-Command-Word(WS-cw) not = spaces
                 move WS-Command-Word(WS-cw) to WS-Mode-Param
               end-if
             end-if
           end-perform
           if WS-Site-Select = "ALL"
             move spaces to WS-Site-Select
           end-if
           if WS-Mode-Param = "RESTART" or WS-Mode-Param = "restart"
             move 1 to WS-Restart-Mode
             perform load-batch-progress
               read BatchManifest into WS-Manifest-Record
                 at end move 1 to WS-EOF
                 not at end
                   if WS-Manifest-Site = spaces
                     move WS-Home-Site to WS-Manifest-Site
                   end-if
                   evaluate true
                     when WS-Site-Select not = spaces
                          and WS-Manifest-Site not = WS-Site-Select
                       add 1 to WS-OtherSiteRows
                     when WS-MRowCount < 50
                       add 1 to WS-MRowCount
                       move WS-Manifest-Record
                         to WS-MRow-Record(WS-MRowCount)
                       move 0 to WS-MRow-State(WS-MRowCount)
                       move zero to WS-MRow-RC(WS-MRowCount)
                       move zero to WS-MRow-Request(WS-MRowCount)
                       move spaces to WS-MRow-Mode(WS-MRowCount)
                       move spaces to WS-MRow-File(WS-MRowCount)
                       move spaces
                         to WS-MRow-InputDate(WS-MRowCount)
                     when other
                       display "Day-Batch-Driver: more than 50 "
                         "manifest rows - extras not run"
                   end-evaluate
               end-read
             end-perform
             close BatchManifest
             move zero to WS-EOF
             if WS-OtherSiteRows > 0
               display WS-OtherSiteRows " manifest row(s) for other "
                 "sites left out - this batch runs site "
                 WS-Site-Select " only"
             end-if
             perform load-rerun-requests
             perform load-shadow-candidates
      *      the status file starts fresh each batch; the progress
      *      file starts fresh only on a non-restart run. both are
      *      opened per write from here on, so a forked child never
             end-if
             perform settle-carried-and-held-rows
             perform run-dispatch-loop
             perform release-rerun-requests
             if WS-SkippedRows > 0
               display WS-SkippedRows " already-completed row(s) "
                 "skipped on restart"
             perform varying WS-mx from 1 by 1
                     until WS-mx > WS-MRowCount
               move WS-MRow-Record(WS-mx) to WS-Manifest-Record
      *        a rerun row is never in the progress file - its
      *        request's own status says whether it has run.
               if WS-Restart-Mode = 1
                  and WS-MRow-Request(WS-mx) = 0
                 perform check-row-done
                 if WS-Row-Done = 1
                   add 1 to WS-SkippedRows
             perform varying WS-dd from 1 by 1
                     until WS-dd > WS-MRowCount
               if WS-MRow-Record(WS-dd)(1:4) = WS-Manifest-Year
                  and WS-MRow-Record(WS-dd)(155:6) = WS-Manifest-Site
                  and WS-MRow-Record(WS-dd)(9:12)
                      = WS-Manifest-Depends
                  and WS-MRow-State(WS-dd) <= 1
      *      row, self-test included.
             display "AOC_YEAR" upon environment-name
             display WS-Manifest-Year upon environment-value
             display "AOC_SITE" upon environment-name
             display WS-Manifest-Site upon environment-value
             display "AOC_INPUT_DATE" upon environment-name
             display WS-RunDate upon environment-value
      *      a what-if purges staging files afterwards, so - like a
      *      self-test - it only runs while nothing else is running.
             if WS-MRow-Mode(WS-mx) = "WHATIF"
               if WS-RunningCount > 0
                 exit paragraph
               end-if
               perform run-whatif-request
               exit paragraph
             end-if
             if WS-Manifest-SelfTest = "Y"
                or WS-Manifest-SelfTest = "y"
      *        the pre-flight merges and purges staging files, so it
               to WS-Manifest-Trimmed-Path
             display "AOC_INPUT_FILE" upon environment-name
             display WS-Manifest-Trimmed-Path upon environment-value
             move function upper-case(WS-Manifest-Format)
               to WS-Manifest-Input-Format
             if WS-Manifest-Input-Format = spaces
               move "DRAWN" to WS-Manifest-Input-Format
             end-if
             display "AOC_INPUT_FORMAT" upon environment-name
             display WS-Manifest-Input-Format upon environment-value
             perform set-rerun-environment
             perform build-exit-file-name
             call "CBL_DELETE_FILE" using WS-Exit-Name
               on exception continue
             move WS-Manifest-Program to WS-Status-Program
             move WS-Step-RC to WS-Status-RC
             move WS-Step-Status-Word to WS-Status-Word
             move WS-Manifest-Site to WS-Status-Site
             open extend BatchStatus
             if WS-BatchStatus-FS = "35"
               open output BatchStatus
             if WS-Step-RC = 0
               perform note-clean-program
             end-if
             if WS-Step-RC < 8 and WS-MRow-Request(WS-mx) = 0
               move WS-Manifest-Year to WS-Progress-Year
               move WS-Manifest-Day to WS-Progress-Day
               move WS-Manifest-Program to WS-Progress-Program
               move WS-Step-RC to WS-Progress-RC
               move WS-Manifest-Site to WS-Progress-Site
               open extend BatchProgress
               if WS-Progress-Status = "35"
                 open output BatchProgress
               move WS-Progress-Row to BatchProgress-Line
               write BatchProgress-Line
               close BatchProgress
               perform run-shadow-candidate
             end-if
             if WS-MRow-Request(WS-mx) > 0
               perform record-rerun-outcome
             end-if
           .

      *    the approved requests for tonight, for a site this batch
      *    runs, become extra manifest rows; an approved request
      *    whose night has gone by unrun lapses. nothing is locked
      *    or changed when the queue has nothing for this batch.
           load-rerun-requests.
             move zero to WS-EOF
             open input RerunRequests
             if WS-Rerun-Error
               exit paragraph
             end-if
             perform until WS-EOF = 1
               read RerunRequests
                 at end move 1 to WS-EOF
                 not at end
                   if RerunRequests-Line not = spaces
                      and WS-ReqCount < 2000
                     add 1 to WS-ReqCount
                     move RerunRequests-Line to WS-Req-Row(WS-ReqCount)
                   end-if
               end-read
             end-perform
             close RerunRequests
             move zero to WS-EOF
             move 0 to WS-Rerun-Changed
             perform varying WS-rq from 1 by 1
                     until WS-rq > WS-ReqCount
               move WS-Req-Row(WS-rq) to WS-Rerun-Record
               if WS-Rerun-Site = spaces
                 move WS-Home-Site to WS-Rerun-Site
               end-if
               if WS-Rerun-Approved
                  and WS-Rerun-Night <= WS-RunDate
                  and (WS-Site-Select = spaces
                       or WS-Rerun-Site = WS-Site-Select)
                 move 1 to WS-Rerun-Changed
                 exit perform
               end-if
             end-perform
             if WS-Rerun-Changed = 0
               exit paragraph
             end-if
             move "A" to WS-Lock-Mode
             move "X" to WS-Lock-Share
             move "rerun-requests.txt" to WS-Lock-Resource
             call "Lock-Manager" using WS-Lock-Mode
               WS-Lock-Resource WS-Lock-Share WS-Lock-Program
               WS-Lock-Operator WS-Lock-Result WS-Lock-Holder
             if WS-Lock-Result not = "Y"
               display "Day-Batch-Driver: rerun-requests.txt is "
                 "locked by " function trim(WS-Lock-Holder)
                 " - no rerun requests taken tonight"
               exit paragraph
             end-if
             move 1 to WS-Rerun-Locked
             accept WS-Batch-Force from environment "AOC_FORCE"
               on exception move "N" to WS-Batch-Force
             end-accept
             if WS-Batch-Force = spaces
               move "N" to WS-Batch-Force
             end-if
             accept WS-Batch-Resubmit
                 from environment "AOC_RESUBMIT_FILE"
               on exception move spaces to WS-Batch-Resubmit
             end-accept
             move WS-MRowCount to WS-Manifest-Base
             move 0 to WS-Rerun-Changed
             perform varying WS-rq from 1 by 1
                     until WS-rq > WS-ReqCount
               move WS-Req-Row(WS-rq) to WS-Rerun-Record
               if WS-Rerun-Site = spaces
                 move WS-Home-Site to WS-Rerun-Site
               end-if
               if WS-Rerun-Approved
                  and (WS-Site-Select = spaces
                       or WS-Rerun-Site = WS-Site-Select)
                 evaluate true
                   when WS-Rerun-Night < WS-RunDate
                     move "LAPSED" to WS-Rerun-Status
                     move "night passed without the request running"
                       to WS-Rerun-Note
                     move WS-Rerun-Record to WS-Req-Row(WS-rq)
                     move 1 to WS-Rerun-Changed
                     display "rerun request " WS-Rerun-No
                       " for " WS-Rerun-Night " LAPSED unrun"
                   when WS-Rerun-Night = WS-RunDate
                     perform add-rerun-rows
                 end-evaluate
               end-if
             end-perform
             if WS-Rerun-Changed = 1
               perform rewrite-rerun-requests
             end-if
             if WS-RerunRowCount > 0
               display WS-RerunRowCount " rerun row(s) added from "
                 "rerun-requests.txt"
             end-if
           .

      *    one request's extra rows: every scheduled row for its
      *    year, day and site, repeated under the request.
           add-rerun-rows.
             move zero to WS-Rerun-Added
             perform varying WS-dd from 1 by 1
                     until WS-dd > WS-Manifest-Base
               if WS-MRow-Record(WS-dd)(1:4) = WS-Rerun-Year
                  and WS-MRow-Record(WS-dd)(6:2) = WS-Rerun-Day
                  and WS-MRow-Record(WS-dd)(155:6) = WS-Rerun-Site
                  and WS-MRowCount < 50
                 move WS-MRow-Record(WS-dd) to WS-Manifest-Record
                 move "CONT" to WS-Manifest-Policy
                 move "N" to WS-Manifest-Hold
                 move "N" to WS-Manifest-SelfTest
                 if WS-Rerun-WhatIf and WS-Rerun-File not = "-"
                   move WS-Rerun-File to WS-Manifest-InputPath
                 end-if
                 add 1 to WS-MRowCount
                 add 1 to WS-RerunRowCount
                 add 1 to WS-Rerun-Added
                 move WS-Manifest-Record
                   to WS-MRow-Record(WS-MRowCount)
                 move 0 to WS-MRow-State(WS-MRowCount)
                 move zero to WS-MRow-RC(WS-MRowCount)
                 move WS-Rerun-No to WS-MRow-Request(WS-MRowCount)
                 move WS-Rerun-Mode to WS-MRow-Mode(WS-MRowCount)
                 move WS-Rerun-File to WS-MRow-File(WS-MRowCount)
                 move WS-Rerun-InputDate
                   to WS-MRow-InputDate(WS-MRowCount)
                 display "rerun request " WS-Rerun-No ": "
                   function trim(WS-Rerun-Mode) " "
                   function trim(WS-Manifest-Program)
                   " added to tonight's manifest"
               end-if
             end-perform
             if WS-Rerun-Added = 0
               move "FAILED" to WS-Rerun-Status
               move WS-RunDate to WS-Rerun-RanDate
               move "no manifest row for the day at the site, or "
                 & "the manifest is full" to WS-Rerun-Note
               move WS-Rerun-Record to WS-Req-Row(WS-rq)
               move 1 to WS-Rerun-Changed
               display "rerun request " WS-Rerun-No
                 " FAILED - no manifest row for it"
             end-if
           .

      *    per dispatched row: a rerun row's mode goes to the day
      *    program through the environment, and every other row
      *    gets the batch's own settings back.
           set-rerun-environment.
             if WS-RerunRowCount = 0
               exit paragraph
             end-if
             display "AOC_FORCE" upon environment-name
             if WS-MRow-Mode(WS-mx) = "DAY"
               display "Y" upon environment-value
             else
               display WS-Batch-Force upon environment-value
             end-if
             display "AOC_RESUBMIT_FILE" upon environment-name
             if WS-MRow-Mode(WS-mx) = "CORRECT"
               display WS-MRow-File(WS-mx) upon environment-value
             else
               display WS-Batch-Resubmit upon environment-value
             end-if
             if (WS-MRow-Mode(WS-mx) = "CORRECT"
                 or WS-MRow-Mode(WS-mx) = "DAY")
                and WS-MRow-InputDate(WS-mx) not = spaces
               display "AOC_INPUT_DATE" upon environment-name
               display WS-MRow-InputDate(WS-mx) upon environment-value
             end-if
           .

      *    a what-if runs as a trial, exactly as a self-test does:
      *    anything staged is consolidated first, the program runs
      *    forced and flagged a trial against the request's input,
      *    and its staged answers are kept for the requester before
      *    the staging files are purged - nothing reaches the
      *    shared ledgers.
           run-whatif-request.
             call "Day-Ledger-Consolidate"
             cancel "Day-Ledger-Consolidate"
             display "----- Day " WS-Manifest-Day " ("
               function trim(WS-Manifest-Program)
               ") what-if, rerun request " WS-MRow-Request(WS-mx)
               " -----"
             move function trim(WS-Manifest-InputPath)
               to WS-Manifest-Trimmed-Path
             display "AOC_INPUT_FILE" upon environment-name
             display WS-Manifest-Trimmed-Path upon environment-value
             move function upper-case(WS-Manifest-Format)
               to WS-Manifest-Input-Format
             if WS-Manifest-Input-Format = spaces
               move "DRAWN" to WS-Manifest-Input-Format
             end-if
             display "AOC_INPUT_FORMAT" upon environment-name
             display WS-Manifest-Input-Format upon environment-value
             display "AOC_RESUBMIT_FILE" upon environment-name
             display WS-Batch-Resubmit upon environment-value
             display "AOC_FORCE" upon environment-name
             display "Y" upon environment-value
             display "AOC_TRIAL" upon environment-name
             display "Y" upon environment-value
             move 0 to return-code
             call WS-Manifest-Program
             cancel WS-Manifest-Program
             move return-code to WS-Step-RC
             move 0 to return-code
             display "AOC_FORCE" upon environment-name
             display WS-Batch-Force upon environment-value
             display "AOC_TRIAL" upon environment-name
             display "N" upon environment-value
             perform derive-staging-token
             move spaces to WS-Staging-Name
             string "staging-" function trim(WS-Prog-Token)
               "-results.txt"
               delimited by size into WS-Staging-Name
             move spaces to WS-WhatIf-Name
             string "rerun-whatif-" WS-MRow-Request(WS-mx) ".txt"
               delimited by size into WS-WhatIf-Name
             call "CBL_COPY_FILE" using WS-Staging-Name
               WS-WhatIf-Name
             perform purge-self-test-staging
             add 1 to WS-DaysRun
             move 1 to WS-Dispatched
             move WS-Step-RC to WS-MRow-RC(WS-mx)
             move 2 to WS-MRow-State(WS-mx)
             move "WHATIF" to WS-Step-Status-Word
             move WS-Manifest-Year to WS-Status-Year
             move WS-Manifest-Day to WS-Status-Day
             move WS-Manifest-Program to WS-Status-Program
             move WS-Step-RC to WS-Status-RC
             move WS-Step-Status-Word to WS-Status-Word
             move WS-Manifest-Site to WS-Status-Site
             open extend BatchStatus
             if WS-BatchStatus-FS = "35"
               open output BatchStatus
             end-if
             move WS-Status-Line to BatchStatus-Line
             write BatchStatus-Line
             close BatchStatus
             display "  " function trim(WS-Manifest-Program)
               " what-if ended rc " WS-Step-RC " - answers in "
               function trim(WS-WhatIf-Name)
             perform record-rerun-outcome
           .

      *    the finished row's outcome goes straight back to its
      *    request: this batch's run-id and date, and the worst
      *    return code of the request's rows - DONE below 8, FAILED
      *    at 8 or over.
           record-rerun-outcome.
             perform varying WS-rq from 1 by 1
                     until WS-rq > WS-ReqCount
               move WS-Req-Row(WS-rq) to WS-Rerun-Record
               if WS-Rerun-No = WS-MRow-Request(WS-mx)
                 exit perform
               end-if
             end-perform
             if WS-rq > WS-ReqCount
               exit paragraph
             end-if
             move WS-Step-RC to WS-Rerun-RC-Num
             if WS-Rerun-RunId = WS-Run-Id and WS-Rerun-RC numeric
               if WS-Rerun-RC > WS-Rerun-RC-Num
                 move WS-Rerun-RC to WS-Rerun-RC-Num
               end-if
             end-if
             move WS-Run-Id to WS-Rerun-RunId
             move WS-RunDate to WS-Rerun-RanDate
             move WS-Rerun-RC-Num to WS-Rerun-RC
             if WS-Rerun-RC-Num < 8
               move "DONE" to WS-Rerun-Status
             else
               move "FAILED" to WS-Rerun-Status
             end-if
             if WS-Rerun-WhatIf
               move spaces to WS-Rerun-Note
               string "what-if answers in rerun-whatif-" WS-Rerun-No
                 ".txt - nothing posted"
                 delimited by size into WS-Rerun-Note
             else
               move "ran as an extra manifest row" to WS-Rerun-Note
             end-if
             move WS-Rerun-Record to WS-Req-Row(WS-rq)
             perform rewrite-rerun-requests
           .

           rewrite-rerun-requests.
             open output RerunRequests
             perform varying WS-rq from 1 by 1
                     until WS-rq > WS-ReqCount
               move WS-Req-Row(WS-rq) to RerunRequests-Line
               write RerunRequests-Line
             end-perform
             close RerunRequests
           .

           release-rerun-requests.
             if WS-Rerun-Locked = 0
               exit paragraph
             end-if
             move "R" to WS-Lock-Mode
             move "rerun-requests.txt" to WS-Lock-Resource
             call "Lock-Manager" using WS-Lock-Mode
               WS-Lock-Resource WS-Lock-Share WS-Lock-Program
               WS-Lock-Operator WS-Lock-Result WS-Lock-Holder
             move 0 to WS-Rerun-Locked
           .

           load-shadow-candidates.
             open input ShadowCandidates
             if WS-Shadow-Error
               exit paragraph
             end-if
             perform until WS-EOF = 1
               read ShadowCandidates into WS-Shadow-Record
                 at end move 1 to WS-EOF
                 not at end
                   if WS-Shadow-Candidate not = spaces
                      and WS-ShadowCount < 20
                     add 1 to WS-ShadowCount
                     move WS-Shadow-Year
                       to WS-Shd-Year(WS-ShadowCount)
                     move WS-Shadow-Day to WS-Shd-Day(WS-ShadowCount)
                     move WS-Shadow-Program
                       to WS-Shd-Program(WS-ShadowCount)
                     move WS-Shadow-Candidate
                       to WS-Shd-Candidate(WS-ShadowCount)
                   end-if
               end-read
             end-perform
             close ShadowCandidates
             move zero to WS-EOF
           .

      *    runs here in the parent, between polls, so nothing else
      *    is dispatched - and no second row of the same program
      *    can start writing the staging files the shadow parks -
      *    until the candidate is done. the row's own site and
      *    input date go on the call: by the time a step completes
      *    the environment may hold a later row's.
           run-shadow-candidate.
             perform varying WS-sh from 1 by 1
                     until WS-sh > WS-ShadowCount
               if WS-Shd-Year(WS-sh) = WS-Manifest-Year
                  and WS-Shd-Day(WS-sh) = WS-Manifest-Day
                  and WS-Shd-Program(WS-sh) = WS-Manifest-Program
                 display "----- Day " WS-Manifest-Day " shadow: "
                   function trim(WS-Shd-Candidate(WS-sh))
                   " against "
                   function trim(WS-Manifest-Program) " -----"
                 move WS-RunDate to WS-Shadow-InputDate
                 if WS-MRow-InputDate(WS-mx) not = spaces
                   move WS-MRow-InputDate(WS-mx)
                     to WS-Shadow-InputDate
                 end-if
                 call "Day-Shadow-Run" using WS-Manifest-Year
                   WS-Manifest-Day WS-Manifest-Program
                   WS-Shd-Candidate(WS-sh) WS-Manifest-InputPath
                   WS-Manifest-Format WS-Manifest-Site
                   WS-Shadow-InputDate WS-Shadow-Verdict
                 cancel "Day-Shadow-Run"
                 move 0 to return-code
                 display "  shadow verdict "
                   function trim(WS-Shadow-Verdict)
                   " - see shadow-register.txt"
               end-if
             end-perform
           .

           note-clean-program.
                 to WS-Clean-Year(WS-CleanCount)
               move WS-Manifest-Program
                 to WS-Clean-Program(WS-CleanCount)
               move WS-Manifest-Site
                 to WS-Clean-Site(WS-CleanCount)
             end-if
           .

                     until WS-cl > WS-CleanCount
               if WS-Clean-Year(WS-cl) = WS-Manifest-Year
                  and WS-Clean-Program(WS-cl) = WS-Manifest-Depends
                  and WS-Clean-Site(WS-cl) = WS-Manifest-Site
                 move 1 to WS-Dep-Met
                 exit perform
               end-if
             move WS-Manifest-Program to WS-Status-Program
             move zero to WS-Status-RC
             move WS-Step-Status-Word to WS-Status-Word
             move WS-Manifest-Site to WS-Status-Site
             open extend BatchStatus
             if WS-BatchStatus-FS = "35"
               open output BatchStatus
               ") sample self-test -----"
             display "AOC_INPUT_FILE" upon environment-name
             display WS-Sample-Path upon environment-value
      *      the published sample is always the drawn puzzle text,
      *      whatever layout the row's production input arrives in.
             display "AOC_INPUT_FORMAT" upon environment-name
             display "DRAWN" upon environment-value
      *      the trial runs forced (samples repeat run after run)
      *      and flagged as a trial, so the called program redirects
      *      its durable side files - rosters, masters, histories,
               read StagingFile
                 at end move 1 to WS-EOF
                 not at end
                   move StagingFile-Line(1:110) to WS-Ledger-Line
                   perform check-one-sample-answer
               end-read
             end-perform
             move "DEGRADE" to WS-ExceptionLedger-Severity
             move WS-Sample-Path(1:60)
               to WS-ExceptionLedger-Record
             move WS-Manifest-Site to WS-ExceptionLedger-Site
             move spaces to StagingFile-Line
             move WS-ExceptionLedger-Line to StagingFile-Line(1:180)
             write StagingFile-Line
                     if WS-DoneCount < 100
                       add 1 to WS-DoneCount
                       move spaces to WS-Done-Key(WS-DoneCount)
                       if WS-Progress-Site = spaces
                         move WS-Home-Site to WS-Progress-Site
                       end-if
                       string WS-Progress-Year WS-Progress-Day
                         WS-Progress-Program WS-Progress-Site
                         delimited by size
                         into WS-Done-Key(WS-DoneCount)
      *                a row from before the return code was
             move 0 to WS-Row-Clean
             move spaces to WS-This-Key
             string WS-Manifest-Year WS-Manifest-Day
               WS-Manifest-Program WS-Manifest-Site
               delimited by size into WS-This-Key
             perform varying WS-dk from 1 by 1
                     until WS-dk > WS-DoneCount
