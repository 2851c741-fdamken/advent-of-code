      *    every exceptions-ledger.txt row with severity and captured
      *    record, and the run's disposition from review-queue.txt or
      *    review-history.txt if it was ever queued - instead of
      *    someone grepping four files by hand. under each program's
      *    counts goes the program version it ran, with that build's
      *    release-register.txt entry - installed when, by whom,
      *    under which change, and whether it has since been
      *    withdrawn.
      *    the exceptions come from the indexed exceptions store
      *    (exceptions-store.dat) by its run-id key - every row the
      *    run ever raised, archived generations included, without
      *    reading the ledger or a generation end to end. the ledger
      *    scan stays as the fallback for when the store cannot be
      *    opened.
       environment division.
           input-output section.
             file-control.
               select ExceptionLedger assign to "exceptions-ledger.txt"
                 organization is line sequential
                 file status is WS-Exception-Status.
               select ExceptionStore assign to "exceptions-store.dat"
                 organization is indexed
                 access mode is dynamic
                 record key is ES-Key
                 alternate record key is ES-RunId with duplicates
                 alternate record key is ES-ProgReason
                   with duplicates
                 alternate record key is ES-Date with duplicates
                 file status is WS-Store-Status.
               select ReviewQueue assign to "review-queue.txt"
                 organization is line sequential
                 file status is WS-Queue-Status.
       data division.
           file section.
             fd ResultsLedger.
                01 ResultsLedger-Line pic X(110).
             fd RunControl.
                01 RunControl-Record pic X(100).
             fd RunHistory.
                01 RunHistory-Line pic X(90).
             fd ExceptionLedger.
                01 ExceptionLedger-Line pic X(180).
             fd ExceptionStore.
                copy "excstore.cpy".
             fd ReviewQueue.
                01 ReviewQueue-Line pic X(80).
             fd ReviewHistory.
             copy "runctl.cpy".
             copy "runhist.cpy".
             copy "exceplg.cpy".
             copy "relreg.cpy".
             01 WS-Control-Status pic XX.
             88 WS-Control-OK    value "00".
             88 WS-Control-Error value "30" thru "99".
             01 WS-Exception-Status pic XX.
             88 WS-Exception-OK    value "00".
             88 WS-Exception-Error value "30" thru "99".
             01 WS-Store-Status pic XX.
             88 WS-Store-OK value "00".
             01 WS-Queue-Status pic XX.
             88 WS-Queue-OK    value "00".
             88 WS-Queue-Error value "30" thru "99".
             01 WS-HistoryRows   pic 9(04) value zero.
             01 WS-ExceptionRows pic 9(04) value zero.
             01 WS-ReviewRows    pic 9(04) value zero.
      *      release-register lookup for the build each program ran.
             01 WS-Lookup-Mode    pic X(1) value "S".
             01 WS-Lookup-Program pic X(12).
             01 WS-Lookup-Version pic X(6).
             01 WS-Lookup-Found   pic X(1).
       procedure division.
           accept WS-Run-Id from command-line
           if WS-Run-Id = spaces
                     string "   " WS-RunControl-Line
                       delimited by size into Dossier-Line
                     perform emit-dossier-line
                     perform dossier-program-version
                   end-if
               end-read
             end-perform
             end-if
           .

      *    a blank version is a row posted before the program was
      *    registered (or before rows were stamped at all).
           dossier-program-version.
             move spaces to Dossier-Line
             if WS-RunControl-Version = spaces
               string "      version: none recorded for "
                 function trim(WS-RunControl-Program)
                 delimited by size into Dossier-Line
               perform emit-dossier-line
               exit paragraph
             end-if
             move WS-RunControl-Program to WS-Lookup-Program
             move WS-RunControl-Version to WS-Lookup-Version
             call "Release-Register" using WS-Lookup-Mode
               WS-Lookup-Program WS-Lookup-Version WS-Lookup-Found
               WS-Release-Record
             if WS-Lookup-Found not = "Y"
               string "      version: "
                 function trim(WS-RunControl-Program) " "
                 function trim(WS-RunControl-Version)
                 " - not on release-register.txt"
                 delimited by size into Dossier-Line
             else
               if WS-Release-Withdrawn
                 string "      version: "
                   function trim(WS-Release-Program) " "
                   function trim(WS-Release-Version)
                   " installed " WS-Release-InstallDate
                   " by " WS-Release-Installer
                   " change " function trim(WS-Release-ChangeRef)
                   " - WITHDRAWN " WS-Release-WithdrawnOn
                   " by " WS-Release-WithdrawnBy
                   delimited by size into Dossier-Line
               else
                 string "      version: "
                   function trim(WS-Release-Program) " "
                   function trim(WS-Release-Version)
                   " installed " WS-Release-InstallDate
                   " by " WS-Release-Installer
                   " change " function trim(WS-Release-ChangeRef)
                   delimited by size into Dossier-Line
               end-if
             end-if
             perform emit-dossier-line
           .

           dossier-history.
             perform emit-section-header
             move "-- elapsed times (run-history.txt) --"
             move "-- exceptions (severity and captured record) --"
               to Dossier-Line
             perform emit-dossier-line
             open input ExceptionStore
             if WS-Store-OK
               perform dossier-exceptions-keyed
               close ExceptionStore
             else
               perform dossier-exceptions-ledger
             end-if
           .

      *    the run's rows sit together under its run-id key.
           dossier-exceptions-keyed.
             move zero to WS-EOF
             move WS-Run-Id to ES-RunId
             start ExceptionStore key is equal to ES-RunId
               invalid key move 1 to WS-EOF
             end-start
             perform until WS-EOF = 1
               read ExceptionStore next
                 at end move 1 to WS-EOF
                 not at end
                   if ES-RunId not = WS-Run-Id
                     move 1 to WS-EOF
                   else
                     perform ledger-row-from-store
                     perform emit-exception-row
                   end-if
               end-read
             end-perform
             move zero to WS-EOF
             perform note-no-exceptions
           .

           note-no-exceptions.
             if WS-ExceptionRows = 0
               move "   (none)" to Dossier-Line
               perform emit-dossier-line
             end-if
           .

           emit-exception-row.
             add 1 to WS-ExceptionRows
             move spaces to Dossier-Line
             string "   " WS-ExceptionLedger-Line
               delimited by size into Dossier-Line
             perform emit-dossier-line
           .

           dossier-exceptions-ledger.
             move zero to WS-EOF
             open input ExceptionLedger
             if WS-Exception-Error
                 at end move 1 to WS-EOF
                 not at end
                   if WS-ExceptionLedger-RunId = WS-Run-Id
                     perform emit-exception-row
                   end-if
               end-read
             end-perform
             close ExceptionLedger
             move zero to WS-EOF
             perform note-no-exceptions
           .

      *    the queue holds the run's current disposition; the
               perform emit-dossier-line
             end-if
           .

           copy "excstorep.cpy".
