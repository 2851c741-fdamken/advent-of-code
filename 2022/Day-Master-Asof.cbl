      *    rewrite latest-wins rule Day-Answers-Master applies.
      *    parameter: the cutoff date, YYYY-MM-DD. the as-of copy is
      *    a work-area file - it is rebuilt from scratch each run and
      *    nothing downstream reads it. keys carry the base camp as
      *    the live master's do, a row from before sites were
      *    carried folding in under the home camp.
      *    a generation is only replayed when its *LAYOUT header
      *    says it is in the current results layout (ledgver.cpy);
      *    one that is not is named and skipped, the as-of copy is
      *    reported incomplete and the return code is 8 - convert
      *    the generation with Day-Ledger-Convert and rerun.
       environment division.
           input-output section.
             file-control.
       data division.
           file section.
             fd LedgerSource.
                01 LedgerSource-Line pic X(110).
             fd AsofMaster.
                copy "ansmast.cpy".
           working-storage section.
             copy "resultlg.cpy".
             copy "ledgver.cpy".
             01 WS-Layout-Required pic X(1).
             01 WS-Source-Status pic XX.
             88 WS-Source-OK    value "00".
             88 WS-Source-Error value "30" thru "99".
             01 WS-ReplayedCount-Disp pic Z(6).
             01 WS-SkippedCount-Disp  pic Z(6).
             01 WS-KeyCount-Disp      pic Z(4).
             01 WS-Site-Mode pic X(1) value "H".
             01 WS-Home-Site pic X(6).
             01 WS-Site-Path pic X(100).
       procedure division.
           call "Site-Context" using WS-Site-Mode WS-Home-Site
             WS-Site-Path
           accept WS-Cutoff-Date from command-line
           if WS-Cutoff-Date = spaces
              or WS-Cutoff-Date(5:1) not = "-"
               string "results-ledger-" WS-Gen-Year-X "-"
                 WS-Gen-Month-X ".txt"
                 delimited by size into WS-Source-Name
               move "Y" to WS-Layout-Required
               perform replay-one-source
             end-perform
           end-perform
           move "results-ledger.txt" to WS-Source-Name
           move "N" to WS-Layout-Required
           perform replay-one-source
           close AsofMaster
           move WS-ReplayedCount to WS-ReplayedCount-Disp
             WS-ReplayedCount-Disp " row(s) replayed, "
             WS-SkippedCount-Disp " past the cutoff skipped, "
             WS-KeyCount-Disp " key(s) in asof-answers-master.dat"
           if WS-Layout-Refused > 0
             display "as-of master INCOMPLETE - " WS-Layout-Refused
               " generation(s) refused for their layout"
             move 8 to return-code
           end-if
           goback.

           replay-one-source.
             if WS-Source-Error
               exit paragraph
             end-if
             if WS-Layout-Required = "Y"
               perform check-source-layout
               if not WS-Layout-Readable
                 close LedgerSource
                 exit paragraph
               end-if
             end-if
             perform until WS-EOF = 1
               read LedgerSource into WS-Ledger-Line
                 at end move 1 to WS-EOF
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
               invalid key
                 rewrite AnswersMaster-Record
                 add 1 to WS-KeyCount
             end-write
           .

      *    the generation's first record is its layout header; an
      *    empty generation has nothing to misread.
           check-source-layout.
             move "Y" to WS-Layout-Verdict
             move spaces to WS-Layout-Probe
             read LedgerSource into WS-Layout-Probe
               at end move 1 to WS-EOF
               not at end
                 move "RESULTLG" to WS-Layout-Ledger
                 move WS-Source-Name to WS-Layout-Source
                 perform check-generation-layout
             end-read
           .

           copy "ledgverp.cpy".
