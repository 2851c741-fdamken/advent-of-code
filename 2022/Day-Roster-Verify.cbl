      *    FAIL certificate row per file lands in
      *    roster-certificates.txt - what a restore from backup gets
      *    checked with, instead of hope.
      *    the indexed exceptions store (exceptions-store.dat) is
      *    proved against the ledger it mirrors the same way: every
      *    row of exceptions-ledger.txt and of each readable
      *    exceptions-ledger-YYYY-MM.txt generation is sorted into
      *    the store's key order, repeats dropped (housekeeping
      *    archives a kept row again on every pass), and matched
      *    against the store read end to end. a ledger row the store
      *    lacks counts as a gap; a store row on no ledger counts as
      *    bad. the store's key is the whole row, so a row whose
      *    captured record differs shows as one of each. its
      *    certificate passes only when the two hold the same rows.
       environment division.
           input-output section.
             file-control.
               select RunControl assign to "run-control.txt"
                 organization is line sequential
                 file status is WS-Control-Status.
               select ExceptionStore assign to "exceptions-store.dat"
                 organization is indexed
                 access mode is dynamic
                 record key is ES-Key
                 alternate record key is ES-RunId with duplicates
                 alternate record key is ES-ProgReason
                   with duplicates
                 alternate record key is ES-Date with duplicates
                 file status is WS-Store-Status.
               select LedgerSource assign to dynamic WS-Source-Name
                 organization is line sequential
                 file status is WS-Source-Status.
               select ExcSortFile assign to "exc-verify-sort.tmp".
               select Certificates
                 assign to "roster-certificates.txt"
                 organization is line sequential
                   05 MIR-MoveTo    pic 999.
             fd RunControl.
                01 RunControl-Record pic X(100).
             fd ExceptionStore.
                copy "excstore.cpy".
             fd LedgerSource.
                01 LedgerSource-Line pic X(200).
      *        ledger rows in store-key order.
             sd ExcSortFile.
                01 ExcSort-Record.
                   05 ExcSort-Key     pic X(163).
             fd Certificates.
                01 Certificates-Line pic X(100).
           working-storage section.
             copy "runctl.cpy".
             copy "exceplg.cpy".
             copy "ledgver.cpy".
             01 WS-ElveRoster-Key pic 9(8).
             01 WS-ElveRoster-Status pic XX.
             88 WS-ElveRoster-OK    value "00".
      *      is the number of move instructions that run loaded.
             01 WS-Day05a-Read pic 9(08) value zero.
             01 WS-Day05a-Seen pic 9 value zero.
      *      the exceptions-store proof: the generations probed month
      *      by month from January 2015, before which there was no
      *      ledger, then the sorted ledger rows merged against the
      *      store rows, both by the store's key.
             01 WS-Store-Status pic XX.
             88 WS-Store-OK value "00".
             01 WS-Source-Status pic XX.
             88 WS-Source-OK    value "00".
             88 WS-Source-Error value "30" thru "99".
             01 WS-Source-Name pic X(40).
             01 WS-Source-EOF pic 9.
             01 WS-Source-Generation pic X(1).
             01 WS-Gen-Year  pic 9(4).
             01 WS-Gen-Month pic 9(2).
             01 WS-Gen-Upto  pic X(7).
             01 WS-Gen-Stamp pic X(7).
             01 WS-LedgerRows pic 9(08).
             01 WS-Sorted pic X(163).
             01 WS-Sorted-Prev pic X(163).
             01 WS-Stored pic X(163).
             01 WS-Shown pic 9(04).
             01 WS-Shown-Label pic X(13).
             01 WS-Shown-Row   pic X(163).
             01 WS-Cert-Row.
                05 WS-Cert-Date    pic X(10).
                05 FILLER          pic X(1) value space.
           perform verify-elve-roster
           perform verify-stack-roster
           perform verify-move-roster
           perform verify-exceptions-store
           close Certificates
           display "certificates written to roster-certificates.txt"
           goback.
             write Certificates-Line
             display WS-Cert-File " " WS-Cert-Verdict
           .

           verify-exceptions-store.
             move zero to WS-Records
             move zero to WS-Gaps
             move zero to WS-BadFields
             move zero to WS-LedgerRows
             move zero to WS-Shown
             move "exceptions-store.dat" to WS-Cert-File
             open input ExceptionStore
             if not WS-Store-OK
               move "FAIL - UNREADABLE" to WS-Cert-Verdict
               perform write-certificate
               exit paragraph
             end-if
             sort ExcSortFile
               on ascending key ExcSort-Key
               input procedure release-ledger-rows
               output procedure match-store-rows
             close ExceptionStore
             display "exceptions-store.dat: " WS-LedgerRows
               " distinct ledger row(s), " WS-Records
               " store row(s)"
             if WS-Layout-Refused > 0
               display "  " WS-Layout-Refused " generation(s) "
                 "refused for their layout - their rows are not "
                 "in the proof"
             end-if
             if WS-Gaps = 0 and WS-BadFields = 0
               move "PASS" to WS-Cert-Verdict
             else
               move "FAIL" to WS-Cert-Verdict
             end-if
             perform write-certificate
           .

           release-ledger-rows.
             move function current-date(1:4) to WS-Gen-Upto(1:4)
             move "-" to WS-Gen-Upto(5:1)
             move function current-date(5:2) to WS-Gen-Upto(6:2)
             move 2015 to WS-Gen-Year
             move 1 to WS-Gen-Month
             move spaces to WS-Gen-Stamp
             perform until WS-Gen-Stamp = WS-Gen-Upto
               move spaces to WS-Gen-Stamp
               string WS-Gen-Year "-" WS-Gen-Month
                 delimited by size into WS-Gen-Stamp
               move spaces to WS-Source-Name
               string "exceptions-ledger-" WS-Gen-Stamp ".txt"
                 delimited by size into WS-Source-Name
               move "Y" to WS-Source-Generation
               perform release-one-source
               if WS-Gen-Month = 12
                 add 1 to WS-Gen-Year
                 move 1 to WS-Gen-Month
               else
                 add 1 to WS-Gen-Month
               end-if
             end-perform
             move "exceptions-ledger.txt" to WS-Source-Name
             move "N" to WS-Source-Generation
             perform release-one-source
           .

      *    a generation's first record is its layout header; the
      *    live ledger has none.
           release-one-source.
             move zero to WS-Source-EOF
             open input LedgerSource
             if WS-Source-Error
               exit paragraph
             end-if
             if WS-Source-Generation = "Y"
               move spaces to WS-Layout-Probe
               read LedgerSource into WS-Layout-Probe
                 at end move 1 to WS-Source-EOF
               end-read
               if WS-Source-EOF = 0
                 move "EXCEPLG" to WS-Layout-Ledger
                 move WS-Source-Name to WS-Layout-Source
                 perform check-generation-layout
                 if not WS-Layout-Readable
                   close LedgerSource
                   exit paragraph
                 end-if
               end-if
             end-if
             perform until WS-Source-EOF = 1
               read LedgerSource into WS-ExceptionLedger-Line
                 at end move 1 to WS-Source-EOF
                 not at end
                   perform store-from-ledger-row
                   move ES-Key to ExcSort-Record
                   release ExcSort-Record
               end-read
             end-perform
             close LedgerSource
           .

      *    both streams run in key order, the whole row being the
      *    key; the lower row is the one the other side lacks.
      *    high-values marks a spent stream.
           match-store-rows.
             move low-values to WS-Sorted-Prev
             perform next-sorted-row
             perform next-store-row
             perform until WS-Sorted = high-values
                       and WS-Stored = high-values
               evaluate true
                 when WS-Sorted = WS-Stored
                   perform next-sorted-row
                   perform next-store-row
                 when WS-Sorted < WS-Stored
                   add 1 to WS-Gaps
                   move "NOT IN STORE " to WS-Shown-Label
                   move WS-Sorted to WS-Shown-Row
                   perform show-store-discrepancy
                   perform next-sorted-row
                 when other
                   add 1 to WS-BadFields
                   move "NOT ON LEDGER" to WS-Shown-Label
                   move WS-Stored to WS-Shown-Row
                   perform show-store-discrepancy
                   perform next-store-row
               end-evaluate
             end-perform
           .

      *    the first few discrepancies are named; the certificate
      *    carries the full count.
           show-store-discrepancy.
             add 1 to WS-Shown
             if WS-Shown <= 10
               display "  " WS-Shown-Label " "
                 WS-Shown-Row(1:6) " " WS-Shown-Row(7:4) " day "
                 WS-Shown-Row(11:2) " " WS-Shown-Row(78:10) " "
                 WS-Shown-Row(28:10) " " WS-Shown-Row(13:15) " "
                 function trim(WS-Shown-Row(38:40))
             end-if
           .

      *    a ledger row exactly repeating the one before it is the
      *    same row archived twice, and is passed over.
           next-sorted-row.
             perform with test after
                     until WS-Sorted = high-values
                        or WS-Sorted not = WS-Sorted-Prev
               return ExcSortFile into WS-Sorted
                 at end move high-values to WS-Sorted
               end-return
             end-perform
             if WS-Sorted not = high-values
               add 1 to WS-LedgerRows
               move WS-Sorted to WS-Sorted-Prev
             end-if
           .

           next-store-row.
             read ExceptionStore next
               at end move high-values to WS-Stored
               not at end
                 add 1 to WS-Records
                 move ES-Key to WS-Stored
             end-read
           .

           copy "ledgverp.cpy".
           copy "excstorep.cpy".
