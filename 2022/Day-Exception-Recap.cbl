      *    aggregation and the chronic escalation; they get their
      *    own audit section at the bottom, so a hushed reason is
      *    auditable without burying the real problems.
      *    the rows are read from the indexed exceptions store
      *    (exceptions-store.dat) along its date key, which hands
      *    them over in run-date order across the whole history,
      *    archived generations included, as the streak counting
      *    needs; the ledger itself is read only when the store
      *    cannot be opened.
       environment division.
           input-output section.
             file-control.
               select ExceptionLedger assign to "exceptions-ledger.txt"
                 organization is line sequential
                 file status is WS-File-Status-Code.
               select ExceptionStore assign to "exceptions-store.dat"
                 organization is indexed
                 access mode is dynamic
                 record key is ES-Key
                 alternate record key is ES-RunId with duplicates
                 alternate record key is ES-ProgReason
                   with duplicates
                 alternate record key is ES-Date with duplicates
                 file status is WS-Store-Status.
               select RecapReport
                 assign to "exception-recurrence.txt"
                 organization is line sequential.
           file section.
             fd ExceptionLedger.
                01 ExceptionLedger-Line pic X(180).
             fd ExceptionStore.
                copy "excstore.cpy".
             fd RecapReport.
                01 RecapReport-Line pic X(100).
           working-storage section.
             copy "exceplg.cpy".
             copy "numval.cpy".
             01 WS-EOF pic 9 value zero.
             01 WS-Store-Status pic XX.
             88 WS-Store-OK value "00".
             01 WS-Chronic-Param pic X(8).
             01 WS-ChronicRuns pic 9(03) value 3.
      *      every distinct run date seen in the ledger, in order of

           load-exception-ledger.
             move zero to WS-EOF
             open input ExceptionStore
             if WS-Store-OK
               perform load-exception-store
               close ExceptionStore
               exit paragraph
             end-if
             open input ExceptionLedger
             if WS-File-Status-Error
               exit paragraph
             close ExceptionLedger
           .

           load-exception-store.
             move low-values to ES-Date
             start ExceptionStore key is not less than ES-Date
               invalid key move 1 to WS-EOF
             end-start
             perform until WS-EOF = 1
               read ExceptionStore next
                 at end move 1 to WS-EOF
                 not at end
                   perform ledger-row-from-store
                   perform record-exception-row
               end-read
             end-perform
           .

           record-exception-row.
             if WS-ExceptionLedger-Severity = "SUPPRESS"
               perform record-suppressed-row
           .

           copy "numvalp.cpy".
           copy "excstorep.cpy".
