      *    file existence and the copy/delete themselves go through
      *    the CBL_ file routines, the same ones the compiler's
      *    runtime library supplies everywhere this shop runs.
      *    a copy of one of the four shared ledgers is a ledger
      *    generation like any other, so it is written row by row
      *    behind a *LAYOUT header at the ledger's current layout
      *    version (ledgver.cpy) rather than copied byte for byte;
      *    the catalog counts and checksums the copy as written.
       environment division.
           input-output section.
             file-control.
               select CountFile assign to dynamic WS-Count-Name
                 organization is line sequential
                 file status is WS-Count-Status.
               select LedgerCopy assign to dynamic WS-Target-Name
                 organization is line sequential
                 file status is WS-Copy-Status.
       data division.
           file section.
             fd RetentionRules.
                01 ArchiveCatalog-Line pic X(80).
             fd CountFile.
                01 CountFile-Line pic X(220).
             fd LedgerCopy.
                01 LedgerCopy-Line pic X(220).
           working-storage section.
             copy "numval.cpy".
             copy "ledgver.cpy".
             01 WS-Copy-Status pic XX.
             88 WS-Copy-OK    value "00".
             88 WS-Copy-Error value "30" thru "99".
             01 WS-Rules-Status pic XX.
             88 WS-Rules-OK    value "00".
             88 WS-Rules-Error value "30" thru "99".
             string function trim(WS-Archive-Dir) "/"
               function trim(WS-Rule-File)
               delimited by size into WS-Target-Name
             perform find-ledger-layout
             if WS-Layout-Ledger = spaces
               call "CBL_COPY_FILE"
                 using WS-File-Name WS-Target-Name
               end-call
             else
               perform copy-ledger-generation
             end-if
             if return-code not = 0
               display "could not copy "
                 function trim(WS-File-Name) " into the archive"
             perform write-log-row
           .

           find-ledger-layout.
             evaluate function trim(WS-Rule-File)
               when "results-ledger.txt"
                 move "RESULTLG" to WS-Layout-Ledger
               when "run-history.txt"
                 move "RUNHIST" to WS-Layout-Ledger
               when "exceptions-ledger.txt"
                 move "EXCEPLG" to WS-Layout-Ledger
               when "run-control.txt"
                 move "RUNCTL" to WS-Layout-Ledger
               when other
                 move spaces to WS-Layout-Ledger
             end-evaluate
           .

      *    the live ledger is always in the current layout - every
      *    row on it was written, or carried forward, by this build -
      *    so its copy is headed with the current version.
           copy-ledger-generation.
             move WS-File-Name to WS-Count-Name
             open input CountFile
             if WS-Count-Error
               move 1 to return-code
               exit paragraph
             end-if
             open output LedgerCopy
             if WS-Copy-Error
               close CountFile
               move 1 to return-code
               exit paragraph
             end-if
             perform set-layout-header
             move WS-TodayDate to WS-LH-Started
             move WS-Layout-Header to LedgerCopy-Line
             write LedgerCopy-Line
             move zero to WS-Count-EOF
             perform until WS-Count-EOF = 1
               read CountFile
                 at end move 1 to WS-Count-EOF
                 not at end
                   move CountFile-Line to LedgerCopy-Line
                   write LedgerCopy-Line
               end-read
             end-perform
             close CountFile
             close LedgerCopy
             move 0 to return-code
           .

           write-log-row.
             move WS-TodayDate to WS-Log-Date
             move WS-Log-Row to HousekeepingLog-Line
           .

           copy "numvalp.cpy".
           copy "ledgverp.cpy".
