      *    DEGRADE prior-period-adjustment exception, so a restated
      *    six-week-old answer needs a supervisor's acceptance
      *    instead of slipping through unnoticed.
      *    every exception row merged is also posted to the indexed
      *    exceptions store (exceptions-store.dat, excstore.cpy),
      *    alternate-keyed on run-id, program/reason and date, which
      *    the dossier, the recap, the shift handover and the
      *    console's exceptions tail read by key instead of walking
      *    the ledger. a row the store already holds - the re-merge
      *    after a backed-out crash - is not posted twice. when
      *    there is no store yet it is first seeded from the live
      *    ledger and every readable exceptions-ledger-YYYY-MM.txt
      *    generation, so it starts out holding the whole history;
      *    a store lost or out of step (Day-Roster-Verify proves it
      *    against the ledger) is rebuilt by deleting it and letting
      *    the next consolidation seed it again. a store that already
      *    exists is first caught up from the live ledger, so the
      *    rows the Day-NNa/b programs still append to the ledger
      *    directly, never passing through staging, reach it too -
      *    the rows it already holds are simply held.
       environment division.
           input-output section.
             file-control.
                 assign to "suppression-rules.txt"
                 organization is line sequential
                 file status is WS-Supp-Status.
               select ExceptionStore assign to "exceptions-store.dat"
                 organization is indexed
                 access mode is dynamic
                 record key is ES-Key
                 alternate record key is ES-RunId with duplicates
                 alternate record key is ES-ProgReason
                   with duplicates
                 alternate record key is ES-Date with duplicates
                 file status is WS-Store-Status.
      *        the live ledger and its generations, read to seed a
      *        new exceptions store.
               select SeedSource assign to dynamic WS-Seed-Name
                 organization is line sequential
                 file status is WS-Seed-Status.
       data division.
           file section.
             fd StagingFile.
                01 StagingFile-Line pic X(200).
             fd ResultsLedger.
                01 ResultsLedger-Line pic X(110).
             fd ExceptionLedger.
                01 ExceptionLedger-Line pic X(180).
             fd RunHistory.
                01 RunHistory-Line pic X(90).
             fd RunControl.
                01 RunControl-Record pic X(100).
             fd ChainFile.
                01 PeriodControl-Line pic X(80).
             fd SuppressionRules.
                01 SuppressionRules-Line pic X(90).
             fd ExceptionStore.
                copy "excstore.cpy".
             fd SeedSource.
                01 SeedSource-Line pic X(200).
           working-storage section.
             copy "ledghash.cpy".
             copy "resultlg.cpy".
             copy "exceplg.cpy".
             copy "ledgver.cpy".
             01 WS-Staging-Status pic XX.
             88 WS-Staging-OK    value "00".
             88 WS-Staging-Error value "30" thru "99".
      *      verifier's proofs stage their exception rows the same
      *      way - appending to the shared ledger directly would
      *      bypass the chain stamping and the alert funnel.
             01 WS-ProgCount pic 9(02) value 16.
             01 WS-Prog-List.
                05 filler pic X(6) value "day01c".
                05 filler pic X(6) value "day02c".
                05 filler pic X(6) value "day04c".
                05 filler pic X(6) value "day05a".
                05 filler pic X(6) value "day05b".
                05 filler pic X(6) value "day06c".
                05 filler pic X(6) value "day07c".
                05 filler pic X(6) value "driver".
                05 filler pic X(6) value "verify".
                05 filler pic X(6) value "repack".
                05 filler pic X(6) value "hcount".
                05 filler pic X(6) value "payout".
                05 filler pic X(6) value "clnrtn".
                05 filler pic X(6) value "stktak".
                05 filler pic X(6) value "svclvl".
             01 WS-Prog-Table redefines WS-Prog-List.
                05 WS-Prog-Token pic X(6) occurs 16 times.
             01 WS-p pic 9(02).
             01 WS-Kind pic X(10).
             01 WS-MergedRows pic 9(06) value zero.
             01 WS-sr pic 9(02).
             01 WS-Supp-Len pic 9(03).
             01 WS-SuppressedCount pic 9(06) value zero.
      *      the exceptions store, and the seeding of a new one from
      *      the live ledger and its generations - probed month by
      *      month from January 2015, before which this shop kept no
      *      ledger at all.
             01 WS-Store-Status pic XX.
             88 WS-Store-OK       value "00".
             88 WS-Store-NotFound value "35".
             88 WS-Store-DupKey   value "22".
             01 WS-Store-Open pic X(1) value "N".
             01 WS-StoreAdded  pic 9(08) value zero.
             01 WS-StoreHeld   pic 9(08) value zero.
             01 WS-StoreFailed pic 9(08) value zero.
             01 WS-Seed-Status pic XX.
             88 WS-Seed-OK    value "00".
             88 WS-Seed-Error value "30" thru "99".
             01 WS-Seed-Name pic X(40).
             01 WS-Seed-EOF pic 9.
             01 WS-Seed-Year  pic 9(4).
             01 WS-Seed-Month pic 9(2).
             01 WS-Seed-Upto  pic X(7).
             01 WS-Seed-Stamp pic X(7).
             01 WS-SeedSources pic 9(04) value zero.
             01 WS-Seed-Generation pic X(1).
       procedure division.
           perform recover-from-journal
           perform open-exception-store
           perform load-closed-periods
           move function current-date(1:4) to WS-TodayDate(1:4)
           move "-" to WS-TodayDate(5:1)
             display WS-SuppressedCount " exception row(s) merged "
               "tagged SUPPRESSED per suppression-rules.txt"
           end-if
           if WS-Store-Open = "Y"
             close ExceptionStore
             if WS-StoreFailed > 0
               display "Day-Ledger-Consolidate: " WS-StoreFailed
                 " exception row(s) could not be posted to "
                 "exceptions-store.dat - rebuild it"
             end-if
           end-if
           move WS-MergedRows to WS-MergedRows-Disp
           display "ledger consolidation: " WS-MergedRows-Disp
             " staged row(s) merged into the shared ledgers"
                       move ExceptionLedger-Line to WS-Hash-Row
                       perform stamp-chain-link
                       perform raise-alert-if-severe
                       perform post-store-row
                     when "history"
                       move StagingFile-Line(1:90)
                         to RunHistory-Line
                       write RunHistory-Line
                       move RunHistory-Line to WS-Hash-Row
               add 1 to WS-MergedRows
               move ExceptionLedger-Line to WS-Hash-Row
               perform stamp-chain-link
               perform post-store-row
               call "Operator-Alert" using
                 WS-ExceptionLedger-Program
                 WS-ExceptionLedger-Severity
               "flagged for supervisor acceptance"
           .

      *    a store that cannot be opened leaves the merge itself
      *    untouched - the ledger is the record; the store only
      *    falls behind it, and Day-Roster-Verify says so.
           open-exception-store.
             open i-o ExceptionStore
             if WS-Store-NotFound
               open output ExceptionStore
               close ExceptionStore
               open i-o ExceptionStore
               if WS-Store-OK
                 move "Y" to WS-Store-Open
                 perform seed-exception-store
                 exit paragraph
               end-if
             end-if
             if not WS-Store-OK
               display "Day-Ledger-Consolidate: cannot open "
                 "exceptions-store.dat, status " WS-Store-Status
                 " - exceptions merge to the ledger only"
               exit paragraph
             end-if
             move "Y" to WS-Store-Open
             perform catch-up-exception-store
           .

      *    every live ledger row the store lacks is posted; a row
      *    already held is a duplicate key and passes.
           catch-up-exception-store.
             move "exceptions-ledger.txt" to WS-Seed-Name
             move "N" to WS-Seed-Generation
             perform seed-from-one-source
             if WS-StoreAdded > 0
               display "exceptions store caught up with "
                 WS-StoreAdded " row(s) appended to the ledger "
                 "directly"
             end-if
             move zero to WS-StoreAdded
             move zero to WS-StoreHeld
           .

      *    the row in WS-ExceptionLedger-Line, just written to the
      *    ledger, goes to the store; a duplicate key is a row the
      *    store already holds.
           post-store-row.
             if WS-Store-Open not = "Y"
               exit paragraph
             end-if
             perform store-from-ledger-row
             write ExceptionStore-Record
               invalid key
                 if WS-Store-DupKey
                   add 1 to WS-StoreHeld
                 else
                   add 1 to WS-StoreFailed
                 end-if
               not invalid key
                 add 1 to WS-StoreAdded
             end-write
           .

      *    every monthly generation first, oldest month first, then
      *    the live ledger; a generation whose layout is not the
      *    current one is refused (ledgverp.cpy) and left out, for
      *    Day-Ledger-Convert to bring up to date before a rebuild.
           seed-exception-store.
             move function current-date(1:4) to WS-Seed-Upto(1:4)
             move "-" to WS-Seed-Upto(5:1)
             move function current-date(5:2) to WS-Seed-Upto(6:2)
             move 2015 to WS-Seed-Year
             move 1 to WS-Seed-Month
             move spaces to WS-Seed-Stamp
             perform until WS-Seed-Stamp = WS-Seed-Upto
               move spaces to WS-Seed-Stamp
               string WS-Seed-Year "-" WS-Seed-Month
                 delimited by size into WS-Seed-Stamp
               move spaces to WS-Seed-Name
               string "exceptions-ledger-" WS-Seed-Stamp ".txt"
                 delimited by size into WS-Seed-Name
               move "Y" to WS-Seed-Generation
               perform seed-from-one-source
               if WS-Seed-Month = 12
                 add 1 to WS-Seed-Year
                 move 1 to WS-Seed-Month
               else
                 add 1 to WS-Seed-Month
               end-if
             end-perform
             move "exceptions-ledger.txt" to WS-Seed-Name
             move "N" to WS-Seed-Generation
             perform seed-from-one-source
             display "exceptions store seeded from " WS-SeedSources
               " file(s): " WS-StoreAdded " row(s)"
             if WS-Layout-Refused > 0
               display "  " WS-Layout-Refused " generation(s) "
                 "refused for their layout - not in the store"
             end-if
             move zero to WS-StoreAdded
             move zero to WS-StoreHeld
           .

      *    a generation's first record is its layout header; the
      *    live ledger has none.
           seed-from-one-source.
             move zero to WS-Seed-EOF
             open input SeedSource
             if WS-Seed-Error
               exit paragraph
             end-if
             if WS-Seed-Generation = "Y"
               move spaces to WS-Layout-Probe
               read SeedSource into WS-Layout-Probe
                 at end move 1 to WS-Seed-EOF
               end-read
               if WS-Seed-EOF = 0
                 move "EXCEPLG" to WS-Layout-Ledger
                 move WS-Seed-Name to WS-Layout-Source
                 perform check-generation-layout
                 if not WS-Layout-Readable
                   close SeedSource
                   exit paragraph
                 end-if
               end-if
             end-if
             add 1 to WS-SeedSources
             perform until WS-Seed-EOF = 1
               read SeedSource into WS-ExceptionLedger-Line
                 at end move 1 to WS-Seed-EOF
                 not at end perform post-store-row
               end-read
             end-perform
             close SeedSource
           .

      *    FATAL and DEGRADE rows also raise an operator alert the
      *    console shows until acknowledged - the merge is the one
      *    funnel every staged exception passes through.
           .

           copy "ledghashp.cpy".
           copy "ledgverp.cpy".
           copy "excstorep.cpy".
