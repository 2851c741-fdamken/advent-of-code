       identification division.
           program-id. Day-07c.
      *    replays the device's terminal-session transcript (the
      *    "$ cd" and "$ ls" commands and the listing lines they
      *    printed) into a directory tree, totals every directory's
      *    size including everything beneath it, and posts both
      *    answers in one pass: the sum of the directories whose
      *    total is at most 100000, and the smallest single
      *    directory whose deletion frees enough space for the
      *    update.
      *    every directory found is also written, full path and
      *    total size, to day07-directory-detail.txt, so a
      *    question about one directory's figure is answered from
      *    the file rather than by replaying the transcript by hand.
      *    a directory the transcript only names on a "dir" line,
      *    never entering it, is still on the detail file, at 0.
      *    a directory listed twice in the same transcript counts
      *    its files once; a transcript line that is none of the
      *    recognised shapes is set aside as a REJECT
      *    (day07c-rejects.txt and the exceptions ledger).
       environment division.
           input-output section.
             file-control.
      *        the input file defaults to "input.txt" but can be
      *        pointed at any file via the AOC_INPUT_FILE environment
      *        variable, without touching anything on disk.
               select Transcript assign to dynamic WS-Input-File-Name
                 organization is line sequential
                 file status is WS-File-Status-Code.
               select DetailReport
                 assign to dynamic WS-Detail-Name
                 organization is line sequential.
      *        transcript lines that are not a cd, an ls, a dir
      *        entry or a size-and-name file entry.
               select RejectsLog
                 assign to dynamic WS-RejectsLog-Name
                 organization is line sequential.
      *        every rejected line also lands in this private per-run
      *        staging file, merged into the shared
      *        exceptions-ledger.txt by Day-Ledger-Consolidate, so
      *        concurrent day-programs never interleave writes.
               select ExceptionLedger
                 assign to "staging-day07c-exceptions.txt"
                 organization is line sequential
                 file status is WS-Extend-Status.
               select ResultsLedger
                 assign to "staging-day07c-results.txt"
                 organization is line sequential
                 file status is WS-Extend-Status.
      *        one row per run, staged privately and merged into
      *        the shared run-history.txt by Day-Ledger-Consolidate,
      *        so a slow day's job still shows up in one history.
               select RunHistory assign to "staging-day07c-history.txt"
                 organization is line sequential
                 file status is WS-Extend-Status.
      *        end-of-job run-control record for the balance check,
      *        staged like the ledger rows and merged into
      *        run-control.txt by Day-Ledger-Consolidate.
               select RunControl
                 assign to "staging-day07c-control.txt"
                 organization is line sequential
                 file status is WS-Extend-Status.
       data division.
           file section.
             fd Transcript.
                01 Transcript-File.
                   05 Transcript-Line pic X(200).
             fd DetailReport.
                01 DetailReport-Line pic X(220).
             fd RejectsLog.
                01 RejectsLog-Line pic X(60).
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
      *      Table-HWM alongside the run-control counts.
             01 WS-HWM-Program pic X(10) value "Day-07c".
             01 WS-HWM-Table   pic X(12).
             01 WS-HWM-Used    pic 9(8).
             01 WS-HWM-Ceiling pic 9(8).
      *      catalogued operator messages go out through
      *      Message-Catalog, so the runbook can cite the AOC id.
             01 WS-Msg-Id      pic X(7).
             01 WS-Msg-Program pic X(12) value "Day-07c".
             01 WS-Msg-Insert  pic X(60).
             copy "filestat.cpy".
             copy "elapsed.cpy".
             copy "numval.cpy".
             01 WS-Input-File-Name pic X(100) value "input.txt".
             01 WS-Extend-Status pic XX.
             01 WS-Transcript.
                05 WS-Command pic X(200).
             01 WS-EOF          pic 9 value zero.
             01 WS-LineNo       pic 9(08) value zero.
             01 WS-RejectCount  pic 9(08) value zero.
             01 WS-Reject-Text  pic X(40).
      *      the three blank-delimited words of a transcript line -
      *      "$ cd name", "$ ls", "dir name" or "size name".
             01 WS-Word-1 pic X(20).
             01 WS-Word-2 pic X(100).
             01 WS-Word-3 pic X(100).
             01 WS-UnstringCount pic 9(02).
             01 WS-UnstringPtr   pic 9(04).
      *      every directory seen, by full path ("/" for the root,
      *      "/a/e/" below it), with the running total of every file
      *      listed at or beneath it; entry 1 is always the root.
             01 WS-MaxDirs   pic 9(05) value 5000.
             01 WS-DirCount  pic 9(05) value zero.
             01 WS-Dir-Table.
                05 WS-Dir occurs 5000 times.
                   10 WS-Dir-Path   pic X(200).
                   10 WS-Dir-Total  pic 9(14).
                   10 WS-Dir-Listed pic 9.
             01 WS-d pic 9(05).
             01 WS-Found-Dir pic 9(05).
             01 WS-New-Path  pic X(200).
             01 WS-Child-Name pic X(100).
             01 WS-PathPtr   pic 9(04).
             01 WS-PathOverflow pic 9.
      *      the directories the session currently sits in, root
      *      first - a file's size is added to each of them.
             01 WS-MaxDepth pic 9(04) value 200.
             01 WS-Depth    pic 9(04) value zero.
             01 WS-DeepestDepth pic 9(04) value zero.
             01 WS-Path-Stack.
                05 WS-Stack-Dir pic 9(05) occurs 200 times.
             01 WS-s pic 9(04).
      *      set while the current ls output belongs to a directory
      *      that has already been listed once.
             01 WS-Skip-Listing pic 9 value zero.
             01 WS-FileSize pic 9(14).
      *      the device's capacity and the free space the update
      *      needs, which together fix how much must be deleted.
             01 WS-DiskCapacity pic 9(14) value 70000000.
             01 WS-SpaceNeeded  pic 9(14) value 30000000.
             01 WS-SmallDirLimit pic 9(14) value 100000.
             01 WS-FreeSpace    pic 9(14).
             01 WS-ToFree       pic 9(14).
             01 WS-SmallDirSum  pic 9(16) value zero.
             01 WS-DeleteSize   pic 9(14) value zero.
             01 WS-DeletePath   pic X(200).
             01 WS-SmallDirSum-Display pic Z(15)9.
             01 WS-DeleteSize-Display  pic Z(13)9.
             01 WS-NoDeleteCount pic 9(02) value zero.
      *      durable side-file names are dynamic so a trial run
      *      (the driver's sample self-test, flagged through
      *      AOC_TRIAL) writes trial- copies instead of polluting
      *      production files with sample data.
             01 WS-Trial pic 9 value zero.
             01 WS-Trial-Param pic X(1).
             01 WS-Detail-Name pic X(40)
                value "day07-directory-detail.txt".
             01 WS-RejectsLog-Name pic X(40)
                value "day07c-rejects.txt".
             01 WS-Detail-Line.
                05 WS-Detail-Total pic Z(13)9.
                05 FILLER          pic X(1) value space.
                05 WS-Detail-Path  pic X(200).
             01 WS-Reject-Line.
                05 WS-Reject-LineNo pic Z(8).
                05 FILLER           pic X(3) value " - ".
                05 WS-Reject-Reason pic X(40).
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
             01 WS-Register-Day   pic X(2) value "07".
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
             01 WS-Release-Program pic X(12) value "Day-07c".
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
             move "trial-day07-directory-detail.txt"
               to WS-Detail-Name
             move "trial-day07c-rejects.txt" to WS-RejectsLog-Name
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
             move "Day-07c" to WS-ExceptionLedger-Program
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
           open input Transcript
           if WS-File-Status-Error
             move "AOC0001" to WS-Msg-Id
             move WS-Input-File-Name(1:60) to WS-Msg-Insert
             call "Message-Catalog" using WS-Msg-Id
               WS-Msg-Program WS-Msg-Insert
             move 12 to return-code
             goback
           end-if
      *    the session starts at the root whether or not the
      *    transcript opens with "$ cd /".
           initialize WS-Dir-Table
           move 1 to WS-DirCount
           move "/" to WS-Dir-Path(1)
           move 1 to WS-Depth
           move 1 to WS-DeepestDepth
           move 1 to WS-Stack-Dir(1)
           open output RejectsLog
           open extend ExceptionLedger
           if WS-Extend-Status = "35"
             open output ExceptionLedger
           end-if
             perform until WS-EOF = 1
               read Transcript into WS-Transcript
                 at end move 1 to WS-EOF
                 not at end
                   add 1 to WS-LineNo
                   add 1 to WS-Control-LinesRead
                   compute WS-Control-Checksum = WS-Control-Checksum
                     + function length(function trim(WS-Transcript))
                   perform replay-transcript-line
               end-read
               if WS-File-Status-Error
                 display "Day-07c: I/O error reading Transcript, "
                   "status " WS-File-Status-Code
                 move 12 to return-code
                 goback
               end-if
             end-perform
           close Transcript
           perform verify-input-control
           if WS-Control-Failed = 0
             perform size-directories
           end-if
           close RejectsLog
           close ExceptionLedger
           if WS-Control-Failed = 1
             move 12 to return-code
             goback
           end-if
           move WS-SmallDirSum to WS-SmallDirSum-Display
           move WS-DeleteSize to WS-DeleteSize-Display
           display "total of directories at most 100000: "
             WS-SmallDirSum-Display
           display "smallest directory freeing enough space: "
             WS-DeleteSize-Display
           if WS-RejectCount > 0
             display WS-RejectCount
               " unparseable transcript line(s), see day07c-rejects"
           end-if
           open extend ResultsLedger
           if WS-Extend-Status = "35"
             open output ResultsLedger
           end-if
             move WS-Processing-Year to WS-Ledger-Year
             move "07" to WS-Ledger-Day
             move WS-RunDate to WS-Ledger-Date
             move WS-Input-File-Name to WS-Ledger-InputFile
             move "small-dir-total" to WS-Ledger-Part
             move WS-SmallDirSum to WS-Ledger-Answer
             move WS-Ledger-Line to ResultsLedger-Line
             write ResultsLedger-Line
             move "delete-dir-size" to WS-Ledger-Part
             move WS-DeleteSize to WS-Ledger-Answer
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
             move "07" to WS-RunHistory-Day
             move "Day-07c" to WS-RunHistory-Program
             move WS-RunDate to WS-RunHistory-Date
             move WS-Start-Time to WS-RunHistory-Start
             move WS-End-Time to WS-RunHistory-End
             move WS-Elapsed-Seconds to WS-RunHistory-Elapsed
             move WS-RunHistory-Line to RunHistory-Line
             write RunHistory-Line
           close RunHistory
           perform write-run-control
           if WS-Trial = 0
             move "DIRECTORIES" to WS-HWM-Table
             move WS-DirCount to WS-HWM-Used
             move WS-MaxDirs to WS-HWM-Ceiling
             call "Table-HWM" using WS-HWM-Program WS-HWM-Table
               WS-HWM-Used WS-HWM-Ceiling
             move "PATH-DEPTH" to WS-HWM-Table
             move WS-DeepestDepth to WS-HWM-Used
             move WS-MaxDepth to WS-HWM-Ceiling
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
      *    4 ran with rejects (or with no directory big enough to
      *    free the space), 12 failed outright.
           if WS-RejectCount > 0 or WS-NoDeleteCount > 0
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
               move "07" to WS-ExceptionLedger-Day
               move "Day-07c" to WS-ExceptionLedger-Program
               move WS-Control-LinesRead to WS-ExceptionLedger-LineNo
               move "input control record mismatch"
                 to WS-ExceptionLedger-Reason
               move "FATAL" to WS-ExceptionLedger-Severity
               move spaces to WS-ExceptionLedger-Record
               move WS-ExceptionLedger-Line to ExceptionLedger-Line
               write ExceptionLedger-Line
               display "Day-07c: input failed its control-record "
                 "check - run failed, nothing posted"
             end-if
           .

           replay-transcript-line.
             move spaces to WS-Word-1 WS-Word-2 WS-Word-3
             move 0 to WS-UnstringCount
             move 1 to WS-UnstringPtr
             unstring WS-Command delimited by all space
               into WS-Word-1 WS-Word-2 WS-Word-3
               with pointer WS-UnstringPtr
               tallying in WS-UnstringCount
             end-unstring
      *      a fourth word (a name with a blank in it, or trailing
      *      noise) leaves something past the pointer.
             if WS-UnstringPtr <= function length(WS-Command)
               if WS-Command(WS-UnstringPtr:) not = spaces
                 move "transcript line has too many words"
                   to WS-Reject-Text
                 perform write-reject-record
                 exit paragraph
               end-if
             end-if
             evaluate true
               when WS-Word-1 = "$" and WS-Word-2 = "cd"
                    and WS-Word-3 not = spaces
                 perform change-directory
               when WS-Word-1 = "$" and WS-Word-2 = "ls"
                    and WS-Word-3 = spaces
                 perform start-listing
               when WS-Word-1 = "dir" and WS-Word-2 not = spaces
                    and WS-Word-3 = spaces
                 perform register-subdirectory
               when WS-Word-1 not = spaces and WS-Word-2 not = spaces
                    and WS-Word-3 = spaces
                 perform take-file-entry
               when other
                 move "transcript line not cd, ls, dir or file"
                   to WS-Reject-Text
                 perform write-reject-record
             end-evaluate
           .

           change-directory.
             evaluate WS-Word-3
               when "/"
                 move 1 to WS-Depth
               when ".."
                 if WS-Depth > 1
                   subtract 1 from WS-Depth
                 else
                   move "cd .. above the root directory"
                     to WS-Reject-Text
                   perform write-reject-record
                 end-if
               when other
                 perform enter-subdirectory
             end-evaluate
             move zero to WS-Skip-Listing
           .

           enter-subdirectory.
             if WS-Depth >= WS-MaxDepth
               move "directory nesting too deep" to WS-Reject-Text
               perform write-reject-record
               exit paragraph
             end-if
             move WS-Word-3 to WS-Child-Name
             perform find-subdirectory
             if WS-Found-Dir = zero
               exit paragraph
             end-if
             add 1 to WS-Depth
             move WS-Found-Dir to WS-Stack-Dir(WS-Depth)
             if WS-Depth > WS-DeepestDepth
               move WS-Depth to WS-DeepestDepth
             end-if
           .

      *    a "dir" line in a listing puts the directory in the table
      *    without entering it, so one the session never visits is
      *    still reported (with nothing beneath it).
           register-subdirectory.
             move WS-Word-2 to WS-Child-Name
             perform find-subdirectory
           .

      *    finds WS-Child-Name under the current directory, adding
      *    it to the table the first time it is seen; WS-Found-Dir
      *    is left zero when the line had to be rejected.
           find-subdirectory.
             move zero to WS-Found-Dir
             move spaces to WS-New-Path
             move 1 to WS-PathPtr
             move 0 to WS-PathOverflow
             string WS-Dir-Path(WS-Stack-Dir(WS-Depth))
                      delimited by space
                    WS-Child-Name delimited by space
                    "/" delimited by size
               into WS-New-Path
               with pointer WS-PathPtr
               on overflow move 1 to WS-PathOverflow
             end-string
             if WS-PathOverflow = 1
               move "directory path too long" to WS-Reject-Text
               perform write-reject-record
               exit paragraph
             end-if
             perform varying WS-d from 1 by 1
                     until WS-d > WS-DirCount or WS-Found-Dir > 0
               if WS-Dir-Path(WS-d) = WS-New-Path
                 move WS-d to WS-Found-Dir
               end-if
             end-perform
             if WS-Found-Dir = zero
               if WS-DirCount >= WS-MaxDirs
                 move "directory table full" to WS-Reject-Text
                 perform write-reject-record
                 exit paragraph
               end-if
               add 1 to WS-DirCount
               move WS-New-Path to WS-Dir-Path(WS-DirCount)
               move zero to WS-Dir-Total(WS-DirCount)
               move zero to WS-Dir-Listed(WS-DirCount)
               move WS-DirCount to WS-Found-Dir
             end-if
           .

      *    a second ls of the same directory would otherwise count
      *    its files twice.
           start-listing.
             if WS-Dir-Listed(WS-Stack-Dir(WS-Depth)) = 1
               move 1 to WS-Skip-Listing
             else
               move 1 to WS-Dir-Listed(WS-Stack-Dir(WS-Depth))
               move zero to WS-Skip-Listing
             end-if
           .

           take-file-entry.
             move WS-Word-1 to WS-Numval-Input
             perform validate-numeric-field
             if WS-Numval-Is-Invalid or WS-Numval-Result < zero
               move "file entry size not numeric" to WS-Reject-Text
               perform write-reject-record
               exit paragraph
             end-if
             if WS-Skip-Listing = 1
               exit paragraph
             end-if
             move WS-Numval-Result to WS-FileSize
             perform varying WS-s from 1 by 1 until WS-s > WS-Depth
               add WS-FileSize to WS-Dir-Total(WS-Stack-Dir(WS-s))
             end-perform
           .

           write-reject-record.
             add 1 to WS-RejectCount
             move WS-LineNo to WS-Reject-LineNo
             move WS-Reject-Text to WS-Reject-Reason
             move WS-Reject-Line to RejectsLog-Line
             write RejectsLog-Line
             move WS-Processing-Year to WS-ExceptionLedger-Year
             move "07" to WS-ExceptionLedger-Day
             move "Day-07c" to WS-ExceptionLedger-Program
             move WS-LineNo to WS-ExceptionLedger-LineNo
             move WS-Reject-Text to WS-ExceptionLedger-Reason
             move "REJECT" to WS-ExceptionLedger-Severity
             move WS-Command(1:60) to WS-ExceptionLedger-Record
             move WS-ExceptionLedger-Line to ExceptionLedger-Line
             write ExceptionLedger-Line
           .

      *    both answers, and the detail file, come off the finished
      *    totals; the space to free is what the update needs beyond
      *    what is already free on the device.
           size-directories.
             open output DetailReport
             if WS-Dir-Total(1) < WS-DiskCapacity
               compute WS-FreeSpace = WS-DiskCapacity - WS-Dir-Total(1)
             else
               move zero to WS-FreeSpace
             end-if
             if WS-FreeSpace < WS-SpaceNeeded
               compute WS-ToFree = WS-SpaceNeeded - WS-FreeSpace
             else
               move zero to WS-ToFree
             end-if
             move zero to WS-DeleteSize
             move spaces to WS-DeletePath
             perform varying WS-d from 1 by 1 until WS-d > WS-DirCount
               if WS-Dir-Total(WS-d) <= WS-SmallDirLimit
                 add WS-Dir-Total(WS-d) to WS-SmallDirSum
               end-if
               if WS-Dir-Total(WS-d) >= WS-ToFree
                 if WS-DeletePath = spaces
                    or WS-Dir-Total(WS-d) < WS-DeleteSize
                   move WS-Dir-Total(WS-d) to WS-DeleteSize
                   move WS-Dir-Path(WS-d) to WS-DeletePath
                 end-if
               end-if
               move WS-Dir-Total(WS-d) to WS-Detail-Total
               move WS-Dir-Path(WS-d) to WS-Detail-Path
               move WS-Detail-Line to DetailReport-Line
               write DetailReport-Line
             end-perform
             close DetailReport
             if WS-ToFree > zero and WS-DeleteSize < WS-ToFree
               add 1 to WS-NoDeleteCount
               move zero to WS-DeleteSize
               move WS-Processing-Year to WS-ExceptionLedger-Year
               move "07" to WS-ExceptionLedger-Day
               move "Day-07c" to WS-ExceptionLedger-Program
               move WS-LineNo to WS-ExceptionLedger-LineNo
               move "no directory frees enough space"
                 to WS-ExceptionLedger-Reason
               move "DEGRADE" to WS-ExceptionLedger-Severity
               move WS-Input-File-Name(1:60)
                 to WS-ExceptionLedger-Record
               move WS-ExceptionLedger-Line to ExceptionLedger-Line
               write ExceptionLedger-Line
             end-if
           .

      *    the program's own account of this run, for the balance
      *    check to reconcile against the rows actually on the
      *    ledgers.
           write-run-control.
             open extend RunControl
             if WS-Extend-Status = "35"
               open output RunControl
             end-if
             move WS-Processing-Year to WS-RunControl-Year
             move "07" to WS-RunControl-Day
             move "Day-07c" to WS-RunControl-Program
             move WS-RunDate to WS-RunControl-Date
             move WS-LineNo to WS-RunControl-Read
             move WS-RejectCount to WS-RunControl-Rejected
             compute WS-RunControl-Accepted =
               WS-RunControl-Read - WS-RunControl-Rejected
             move 2 to WS-RunControl-Posted
             move WS-RunControl-Line to RunControl-Record
             write RunControl-Record
             close RunControl
           .

           copy "numvalp.cpy".
           copy "elapsedp.cpy".
