      *    the console opens with an Operator-Signon sign-on against
      *    operator-master.txt, and every menu action taken is
      *    journalled to session-journal.txt under the signed-on id.
      *    master-file changes held for a second supervisor's
      *    approval (master-changes.txt, kept by Change-Control) are
      *    listed every menu cycle under the open alerts, so a held
      *    change is seen by the next supervisor to sit down here
      *    rather than left to expire.
      *    the exceptions tail is read from the indexed exceptions
      *    store (exceptions-store.dat) by its date key, starting a
      *    month back, so the console no longer reads the whole
      *    ledger to show its last ten rows; a quieter month widens
      *    the read to the whole store, and with no store the ledger
      *    is read as before.
       environment division.
           input-output section.
             file-control.
      *        Day-Shift-Handover at shift change - the H option
      *        shows it before the incoming operator touches
      *        anything.
               select ExceptionStore assign to "exceptions-store.dat"
                 organization is indexed
                 access mode is dynamic
                 record key is ES-Key
                 alternate record key is ES-RunId with duplicates
                 alternate record key is ES-ProgReason
                   with duplicates
                 alternate record key is ES-Date with duplicates
                 file status is WS-Store-Status.
               select HandoverFile assign to dynamic WS-Handover-Name
                 organization is line sequential
                 file status is WS-Handover-Status.
             fd BatchManifest.
                01 BatchManifest-Line pic X(160).
             fd ResultsLedger.
                01 ResultsLedger-Line pic X(110).
             fd RunHistory.
                01 RunHistory-Line pic X(90).
             fd ExceptionLedger.
                01 ExceptionLedger-Line pic X(180).
             fd ExceptionStore.
                copy "excstore.cpy".
             fd HandoverFile.
                01 HandoverFile-Line pic X(132).
             fd OperatorAlerts.
             copy "filestat.cpy".
             copy "resultlg.cpy".
             copy "runhist.cpy".
             copy "exceplg.cpy".
             01 WS-Store-Status pic XX.
             88 WS-Store-OK value "00".
             01 WS-Tail-Today pic 9(08).
             01 WS-Tail-Since-Num pic 9(08).
             01 WS-Tail-Since-Str redefines WS-Tail-Since-Num
                pic X(08).
             01 WS-Manifest-Status pic XX.
             88 WS-Manifest-OK    value "00".
             88 WS-Manifest-Error value "30" thru "99".
             01 WS-Operator-Level pic X(1).
             01 WS-Signon-Action  pic X(60).
             01 WS-Signon-Found   pic X(1).
      *      the pending-changes list from Change-Control.
             01 WS-Change-Mode     pic X(1).
             01 WS-Change-Ref      pic 9(06).
             01 WS-Change-Program  pic X(20).
             01 WS-Change-Request  pic X(140).
             01 WS-Change-Maker    pic X(3).
             01 WS-Change-Status   pic X(1).
             01 WS-Change-Found    pic X(1).
             01 WS-Change-Count    pic Z(5)9.
             01 WS-Menu-Row.
                05 WS-Menu-No       pic Z(2).
                05 FILLER           pic X(2) value ". ".
           end-if
           perform until WS-Done = 1
             perform show-open-alerts
             perform show-pending-changes
             perform annotate-entries
             perform show-manifest-rows
             move spaces to WS-Choice
             end-perform
           .

      *    Change-Control lists the rows itself and hands back the
      *    count; a supervisor approves with the maintenance program
      *    named on the row.
           show-pending-changes.
             display " "
             move "L" to WS-Change-Mode
             move spaces to WS-Change-Program
             move zero to WS-Change-Ref
             call "Change-Control" using WS-Change-Mode WS-Change-Ref
               WS-Change-Program WS-Operator-Id WS-Change-Request
               WS-Change-Maker WS-Change-Status WS-Change-Found
             if WS-Change-Ref = 0
               exit paragraph
             end-if
             move WS-Change-Ref to WS-Change-Count
             display "*** " function trim(WS-Change-Count)
               " CHANGE(S) AWAITING A SECOND SUPERVISOR - "
               "<program> APPROVE <ref> ***"
           .

           load-alert-table.
             move zero to WS-EOF
             move zero to WS-AlertCount
             cancel "Day-Answers-Master"
           .

           add-tail-row.
             move WS-ExceptionLedger-Line(1:120)
               to WS-Tail-Row(WS-TailNext)
             add 1 to WS-TailNext
             if WS-TailNext > 10
               move 1 to WS-TailNext
             end-if
             if WS-TailCount < 10
               add 1 to WS-TailCount
             end-if
           .

      *    a month back by the date key first; nothing in that
      *    month means the last ten rows are older still.
           tail-from-store.
             move function current-date(1:8) to WS-Tail-Today
             compute WS-Tail-Since-Num = function date-of-integer(
               function integer-of-date(WS-Tail-Today) - 30)
             move spaces to ES-Date
             string WS-Tail-Since-Str(1:4) "-"
               WS-Tail-Since-Str(5:2) "-" WS-Tail-Since-Str(7:2)
               delimited by size into ES-Date
             perform tail-store-from-date
             if WS-TailCount = 0
               move low-values to ES-Date
               perform tail-store-from-date
             end-if
           .

           tail-store-from-date.
             move zero to WS-EOF
             start ExceptionStore key is not less than ES-Date
               invalid key move 1 to WS-EOF
             end-start
             perform until WS-EOF = 1
               read ExceptionStore next
                 at end move 1 to WS-EOF
                 not at end
                   perform ledger-row-from-store
                   perform add-tail-row
               end-read
             end-perform
             move zero to WS-EOF
           .

           show-exceptions-tail.
             move zero to WS-EOF
             move 1 to WS-TailNext
             move zero to WS-TailCount
             open input ExceptionStore
             if WS-Store-OK
               perform tail-from-store
               close ExceptionStore
             else
               open input ExceptionLedger
               if WS-Exception-Error
                 display "no exceptions-ledger.txt yet"
                 exit paragraph
               end-if
               perform until WS-EOF = 1
                 read ExceptionLedger into WS-ExceptionLedger-Line
                   at end move 1 to WS-EOF
                   not at end perform add-tail-row
                 end-read
               end-perform
               close ExceptionLedger
             end-if
      *      until the buffer has wrapped, the oldest row is slot 1,
      *      not the next-write slot - starting there would print
      *      never-written blanks.
               end-if
             end-perform
           .

           copy "excstorep.cpy".
