      *    answer wins - and is called by the batch driver after each
      *    run, so the master tracks the ledger incrementally instead
      *    of every reader rebuilding a latest-wins table from the
      *    whole ledger each evening. the key carries the base camp
      *    the row was posted for, so two sites running the same
      *    day keep separate answers; a ledger row from before sites
      *    were carried posts under the home camp.
      *    every run folds the whole ledger, so the master holds
      *    nothing the ledger does not: a master that will not open
      *    (an old record layout, say) is deleted and rebuilt from
      *    the ledger on the spot, and only a master that still
      *    cannot be opened after that fails the step.
       environment division.
           input-output section.
             file-control.
       data division.
           file section.
             fd ResultsLedger.
                01 ResultsLedger-Line pic X(110).
             fd AnswersMaster.
                copy "ansmast.cpy".
           working-storage section.
             01 WS-UpdatedCount   pic 9(04) value zero.
             01 WS-AddedCount-Disp   pic Z(4).
             01 WS-UpdatedCount-Disp pic Z(4).
             01 WS-Site-Mode pic X(1) value "H".
             01 WS-Home-Site pic X(6).
             01 WS-Site-Path pic X(100).
             01 WS-Master-Name pic X(100) value "answers-master.dat".
       procedure division.
           call "Site-Context" using WS-Site-Mode WS-Home-Site
             WS-Site-Path
           open i-o AnswersMaster
           if WS-Master-NotFound
             open output AnswersMaster
             close AnswersMaster
             open i-o AnswersMaster
           end-if
           if not WS-Master-OK
             display "Day-Answers-Master: answers-master.dat will not "
               "open, status " WS-Master-Status
               " - rebuilding it from results-ledger.txt"
             call "CBL_DELETE_FILE" using WS-Master-Name
             open output AnswersMaster
             close AnswersMaster
             open i-o AnswersMaster
           end-if
           if not WS-Master-OK
             display "Day-Answers-Master: cannot open "
               "answers-master.dat, status " WS-Master-Status
             move 8 to return-code
             goback
           end-if
           open input ResultsLedger

      *    write first and fall back to rewrite on a duplicate key -
      *    the ledger is append-only, so a later row for the same
      *    site/year/day/part is by definition the more recent answer.
           post-master-record.
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
