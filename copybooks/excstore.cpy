      *    shared record layout for the indexed exceptions store,
      *    exceptions-store.dat: one record per distinct row ever
      *    merged onto exceptions-ledger.txt, kept beside the
      *    append-only ledger by Day-Ledger-Consolidate so the
      *    readers go straight to the rows they want instead of
      *    reading the ledger top to bottom. the prime key is the
      *    whole row, captured record and all, so two rows that
      *    differ only in what they captured (the line-0 rows of a
      *    reconciliation, one per elf) are two records, while a
      *    row merged twice (a crash-recovery re-merge, a generation
      *    re-archived by housekeeping) is the same record. the
      *    alternate keys (duplicates allowed) go by run-id, by
      *    program/reason and by run date. copied directly under
      *    each program's FD for the store; excstorep.cpy turns a
      *    ledger row into a store record and back.
                01 ExceptionStore-Record.
                   05 ES-Key.
                      10 ES-Site         pic X(6).
                      10 ES-Year         pic X(4).
                      10 ES-Day          pic X(2).
                      10 ES-RunId        pic X(15).
                      10 ES-ProgReason.
                         15 ES-Program   pic X(10).
                         15 ES-Reason    pic X(40).
                      10 ES-Date         pic X(10).
                      10 ES-LineNo       pic X(8).
                      10 ES-Severity     pic X(8).
                      10 ES-Record       pic X(60).
