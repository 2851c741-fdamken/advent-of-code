      *    rebuilt from the kept rows, and Day-Chain-Verify keeps
      *    verifying across housekeeping. the archived generations
      *    hold every original row either way.
      *    a new generation opens with a *LAYOUT header naming the
      *    ledger's current layout version (ledgver.cpy); rows are
      *    only ever appended to a generation of the same version, so
      *    a month whose generation predates the header, or was
      *    written in an older layout, is left live and untouched
      *    until Day-Ledger-Convert has brought it up to date.
       environment division.
           input-output section.
             file-control.
       data division.
           file section.
             fd ResultsLedger.
                01 ResultsLedger-Line pic X(110).
             fd RunHistory.
                01 RunHistory-Line pic X(90).
             fd ExceptionLedger.
                01 ExceptionLedger-Line pic X(180).
             fd ResultsArchive.
                01 ResultsArchive-Line pic X(110).
             fd HistoryArchive.
                01 HistoryArchive-Line pic X(90).
             fd ExceptionArchive.
                01 ExceptionArchive-Line pic X(180).
             fd RebuildSource.
             copy "resultlg.cpy".
             copy "runhist.cpy".
             copy "exceplg.cpy".
             copy "ledgver.cpy".
             01 WS-Extend-Status pic XX.
             01 WS-EOF pic 9 value zero.
             01 WS-CurrentDate pic X(8).
             01 WS-TodayDate pic X(10).
             01 WS-Archive-Suffix pic X(7).
             01 WS-Results-Archive-Name   pic X(40).
             01 WS-History-Archive-Name   pic X(40).
                05 WS-Chain-Row-Hash pic 9(16).
       procedure division.
           move function current-date(1:8) to WS-CurrentDate
           string WS-CurrentDate(1:4) "-" WS-CurrentDate(5:2) "-"
                  WS-CurrentDate(7:2)
             delimited by size into WS-TodayDate
           string WS-CurrentDate(1:4) "-" WS-CurrentDate(5:2)
             delimited by size into WS-Archive-Suffix
           string "results-ledger-" WS-Archive-Suffix ".txt"
                   "raise the table before archiving it"
                 exit paragraph
               end-if
               move "RESULTLG" to WS-Layout-Ledger
               move WS-Results-Archive-Name to WS-Rebuild-Name
               perform check-archive-generation
               if not WS-Layout-Readable
                 display "Day-Ledger-Housekeep: results-ledger.txt "
                   "left untouched"
                 exit paragraph
               end-if
               perform archive-results-rows
               perform rewrite-live-results
               move "results-ledger.txt" to WS-Rebuild-Name
             open extend ResultsArchive
             if WS-Extend-Status = "35"
               open output ResultsArchive
               perform set-layout-header
               move WS-TodayDate to WS-LH-Started
               move WS-Layout-Header to ResultsArchive-Line
               write ResultsArchive-Line
             end-if
             perform varying WS-i from 1 by 1
                     until WS-i > WS-RowCount
                   "raise the table before archiving it"
                 exit paragraph
               end-if
               move "RUNHIST" to WS-Layout-Ledger
               move WS-History-Archive-Name to WS-Rebuild-Name
               perform check-archive-generation
               if not WS-Layout-Readable
                 display "Day-Ledger-Housekeep: run-history.txt "
                   "left untouched"
                 exit paragraph
               end-if
               perform archive-history-rows
               perform rewrite-live-history
               move "run-history.txt" to WS-Rebuild-Name
             open extend HistoryArchive
             if WS-Extend-Status = "35"
               open output HistoryArchive
               perform set-layout-header
               move WS-TodayDate to WS-LH-Started
               move WS-Layout-Header to HistoryArchive-Line
               write HistoryArchive-Line
             end-if
             perform varying WS-i from 1 by 1
                     until WS-i > WS-RowCount
                   "untouched; raise the table before archiving it"
                 exit paragraph
               end-if
               move "EXCEPLG" to WS-Layout-Ledger
               move WS-Exception-Archive-Name to WS-Rebuild-Name
               perform check-archive-generation
               if not WS-Layout-Readable
                 display "Day-Ledger-Housekeep: exceptions-ledger"
                   ".txt left untouched"
                 exit paragraph
               end-if
               perform archive-exception-rows
               perform rewrite-live-exceptions
               move "exceptions-ledger.txt" to WS-Rebuild-Name
             open extend ExceptionArchive
             if WS-Extend-Status = "35"
               open output ExceptionArchive
               perform set-layout-header
               move WS-TodayDate to WS-LH-Started
               move WS-Layout-Header to ExceptionArchive-Line
               write ExceptionArchive-Line
             end-if
             perform varying WS-i from 1 by 1
                     until WS-i > WS-RowCount
             close ChainFile
           .

      *    a month not yet archived has no generation, and the first
      *    housekeeping of the month starts one at the current
      *    layout; an existing one must already be at it.
           check-archive-generation.
             move "Y" to WS-Layout-Verdict
             open input RebuildSource
             if WS-Rebuild-Error
               exit paragraph
             end-if
             move spaces to WS-Layout-Probe
             read RebuildSource into WS-Layout-Probe
               at end move "Y" to WS-Layout-Verdict
               not at end
                 move WS-Rebuild-Name to WS-Layout-Source
                 perform check-generation-layout
             end-read
             close RebuildSource
           .

           copy "ledghashp.cpy".
           copy "ledgverp.cpy".
