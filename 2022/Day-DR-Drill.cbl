      *    on a real recovery would themselves come off the archive):
      *      - recovery/answers-master.dat refolded latest-wins from
      *        the replayed results rows, then compared key by key
      *        against the live master in both directions, keyed
      *        by base camp as the live master is
      *      - recovery/processed-inputs.txt recomputed from the
      *        distinct year/day/input-file combinations the ledger
      *        posted, compared against the live register
      *    everything that could not be reconstructed or did not
      *    match lands on dr-drill-certificate.txt; a clean drill
      *    certifies PASS. returns 0 on PASS, 8 otherwise.
      *    a generation whose *LAYOUT header is not its ledger's
      *    current layout (ledgver.cpy) cannot be replayed safely;
      *    it is skipped and certified as a LAYOUT finding, since a
      *    real recovery would have to convert it first.
       environment division.
           input-output section.
             file-control.
                      10 LM-Year pic X(4).
                      10 LM-Day  pic X(2).
                      10 LM-Part pic X(20).
                      10 LM-Site pic X(6).
                   05 LM-Date      pic X(10).
                   05 LM-InputFile pic X(20).
                   05 LM-Answer    pic Z(16).
                   05 LM-RunId     pic X(15).
                   05 LM-Version   pic X(6).
             fd RecoveryRegister.
                01 RecoveryRegister-Line pic X(120).
             fd RecoveryControl.
             copy "resultlg.cpy".
             copy "exceplg.cpy".
             copy "runctl.cpy".
             copy "ledgver.cpy".
             01 WS-Layout-Required pic X(1).
             01 WS-Source-Status pic XX.
             88 WS-Source-OK    value "00".
             88 WS-Source-Error value "30" thru "99".
             01 WS-c pic 9(03).
             01 WS-FindingCount pic 9(04) value zero.
             01 WS-KeyCount pic 9(04) value zero.
             01 WS-Site-Mode pic X(1) value "H".
             01 WS-Home-Site pic X(6).
             01 WS-Site-Path pic X(100).
             01 WS-CompareCount pic 9(04) value zero.
             01 WS-Found pic 9.
             01 WS-Reg-Row.
                05 FILLER        pic X(1).
                05 WS-LReg-Input pic X(100).
       procedure division.
           call "Site-Context" using WS-Site-Mode WS-Home-Site
             WS-Site-Path
           move function current-date(1:4) to WS-Gen-Year-X
           move function numval(WS-Gen-Year-X) to WS-Cur-Year
           move function current-date(5:2) to WS-Gen-Month-X
           move 1 to WS-Which
           perform replay-all-generations
           move "results-ledger.txt" to WS-Source-Name
           move "N" to WS-Layout-Required
           perform replay-one-source
           move 2 to WS-Which
           perform replay-exception-generations
           move "exceptions-ledger.txt" to WS-Source-Name
           move "N" to WS-Layout-Required
           perform replay-one-source
           close RecoveryMaster
           perform write-recovery-register
                 string "results-ledger-" WS-Gen-Year-X "-"
                   WS-Gen-Month-X ".txt"
                   delimited by size into WS-Source-Name
                 move "Y" to WS-Layout-Required
                 perform replay-one-source
               end-perform
             end-perform
                 string "exceptions-ledger-" WS-Gen-Year-X "-"
                   WS-Gen-Month-X ".txt"
                   delimited by size into WS-Source-Name
                 move "Y" to WS-Layout-Required
                 perform replay-one-source
               end-perform
             end-perform
             if WS-Source-Error
               exit paragraph
             end-if
             if WS-Layout-Required = "Y"
               perform check-source-layout
               if not WS-Layout-Readable
                 close LedgerSource
                 move zero to WS-EOF
                 move spaces to Certificate-Line
                 string "LAYOUT  " function trim(WS-Source-Name)
                   " is not in the current layout - not replayed"
                   delimited by size into Certificate-Line
                 perform note-finding
                 exit paragraph
               end-if
             end-if
             perform until WS-EOF = 1
               read LedgerSource
                 at end move 1 to WS-EOF
             move zero to WS-EOF
           .

      *    the generation's first record is its layout header; an
      *    empty generation has nothing to misread.
           check-source-layout.
             move "Y" to WS-Layout-Verdict
             move spaces to WS-Layout-Probe
             read LedgerSource into WS-Layout-Probe
               at end move 1 to WS-EOF
               not at end
                 if WS-Which = 1
                   move "RESULTLG" to WS-Layout-Ledger
                 else
                   move "EXCEPLG" to WS-Layout-Ledger
                 end-if
                 move WS-Source-Name to WS-Layout-Source
                 perform check-generation-layout
             end-read
           .

           replay-results-row.
             move LedgerSource-Line(1:110) to WS-Ledger-Line
             move WS-Ledger-Year to AM-Year
             move WS-Ledger-Day to AM-Day
             move WS-Ledger-Part to AM-Part
             if WS-Ledger-Site = spaces
               move WS-Home-Site to AM-Site
             else
               move WS-Ledger-Site to AM-Site
             end-if
             move WS-Ledger-Date to AM-Date
             move WS-Ledger-InputFile to AM-InputFile
             move WS-Ledger-Answer to AM-Answer
             move WS-Ledger-RunId to AM-RunId
             move WS-Ledger-Version to AM-Version
             write AnswersMaster-Record
               invalid key rewrite AnswersMaster-Record
               not invalid key add 1 to WS-KeyCount
             close LedgerSource
             move zero to WS-EOF
           .

           copy "ledgverp.cpy".
