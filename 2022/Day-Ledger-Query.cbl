       identification division.
           program-id. Day-Ledger-Query.
      *    ad hoc selection over the shared ledgers, driven by
      *    parameter cards instead of a one-off program or a grep
      *    through the archive generations every time audit or
      *    command asks a question. one card per line, keyword then
      *    value, "*" in column 1 for a comment:
      *      SOURCE   RESULTS, EXCEPTIONS, HISTORY or CONTROL
      *               (results-ledger.txt, exceptions-ledger.txt,
      *               run-history.txt, run-control.txt) - required
      *      ARCHIVE  YES to read the monthly archive generations
      *               (<ledger>-YYYY-MM.txt) for every month from
      *               FROM to TO as well as the live file
      *      FROM     first row date wanted, YYYY-MM-DD
      *      TO       last row date wanted, YYYY-MM-DD
      *      YEAR     processing year
      *      DAY      day number, two digits
      *      PROGRAM  program name, e.g. Day-04c (a results row does
      *               not name its program, so for RESULTS this
      *               selects on the day number in the name)
      *      SEVERITY INFO, REJECT, DEGRADE or FATAL (EXCEPTIONS)
      *      RUNID    one batch run-id
      *      REASON   text anywhere in the reason, any case
      *               (EXCEPTIONS)
      *      OUTPUT   LISTING (query-listing.txt, the default) or
      *               EXTRACT (query-extract.csv, semicolon
      *               delimited, header and trailer records as the
      *               ledger export writes them)
      *      SAVE     <name> - keep this deck in query-library.txt
      *               under that name, replacing any deck so named
      *    run with no parameter to execute the deck in
      *    query-cards.txt; RUN <name> re-executes a saved deck;
      *    LIST shows the saved decks. every card given must hold;
      *    a card not given selects everything. the housekept live
      *    files keep rows that were also archived, so a row seen in
      *    both is selected once. the trailer carries the record
      *    count and the source's control totals - the answer hash
      *    for RESULTS, counts by severity for EXCEPTIONS, total
      *    elapsed seconds for HISTORY and the read, accepted,
      *    rejected and posted totals for CONTROL. a bad card is
      *    reported and nothing is selected, rc 8.
      *    an archive generation whose *LAYOUT header is not its
      *    ledger's current layout (ledgver.cpy) is named and left
      *    unread rather than selected from through the wrong
      *    copybook; the selection is then incomplete, rc 8.
       environment division.
           input-output section.
             file-control.
               select QueryCards assign to "query-cards.txt"
                 organization is line sequential
                 file status is WS-Cards-Status.
               select QueryLibrary assign to "query-library.txt"
                 organization is line sequential
                 file status is WS-Library-Status.
               select LedgerSource assign to dynamic WS-Source-Name
                 organization is line sequential
                 file status is WS-Source-Status.
               select QueryListing assign to "query-listing.txt"
                 organization is line sequential.
               select QueryExtract assign to "query-extract.csv"
                 organization is line sequential.
       data division.
           file section.
             fd QueryCards.
                01 QueryCards-Line pic X(80).
             fd QueryLibrary.
                01 QueryLibrary-Line pic X(80).
             fd LedgerSource.
                01 LedgerSource-Line pic X(200).
             fd QueryListing.
                01 QueryListing-Line pic X(200).
             fd QueryExtract.
                01 QueryExtract-Line pic X(240).
           working-storage section.
             copy "resultlg.cpy".
             copy "exceplg.cpy".
             copy "runhist.cpy".
             copy "runctl.cpy".
             copy "numval.cpy".
             copy "ledgver.cpy".
             01 WS-Layout-Required pic X(1).
             01 WS-Cards-Status pic XX.
             88 WS-Cards-OK    value "00".
             88 WS-Cards-Error value "30" thru "99".
             01 WS-Library-Status pic XX.
             88 WS-Library-OK    value "00".
             88 WS-Library-Error value "30" thru "99".
             01 WS-Source-Status pic XX.
             88 WS-Source-OK    value "00".
             88 WS-Source-Error value "30" thru "99".
             01 WS-EOF pic 9 value zero.
             01 WS-Param-Line pic X(80).
             01 WS-Mode-Param pic X(8).
             01 WS-Query-Name pic X(20).
             01 WS-TodayDate pic X(10).
             01 WS-CurrentDate pic X(8).
      *      the deck being run.
             01 WS-CardCount pic 9(02) value zero.
             01 WS-Card-Table.
                05 WS-Card pic X(80) occurs 50 times.
             01 WS-cd pic 9(02).
             01 WS-Card-Keyword pic X(10).
             01 WS-Card-Value   pic X(70).
             01 WS-Card-Errors  pic 9(02) value zero.
      *      the saved decks, held while one is replaced.
             01 WS-LibCount pic 9(04) value zero.
             01 WS-Lib-Table.
                05 WS-Lib-Line pic X(80) occurs 2000 times.
             01 WS-lb pic 9(04).
             01 WS-In-Deck pic 9.
             01 WS-Lib-Keyword pic X(10).
             01 WS-Lib-Name    pic X(20).
             01 WS-Deck-Found pic 9(04).
      *      the selection the cards describe.
             01 WS-Q-Source   pic X(10) value spaces.
             88 WS-Q-Results    value "RESULTS".
             88 WS-Q-Exceptions value "EXCEPTIONS".
             88 WS-Q-History    value "HISTORY".
             88 WS-Q-Control    value "CONTROL".
             01 WS-Q-Archive  pic X(3) value "NO".
             01 WS-Q-From     pic X(10) value spaces.
             01 WS-Q-To       pic X(10) value spaces.
             01 WS-Q-Year     pic X(4) value spaces.
             01 WS-Q-Day      pic X(2) value spaces.
             01 WS-Q-Program  pic X(10) value spaces.
             01 WS-Q-Severity pic X(8) value spaces.
             01 WS-Q-RunId    pic X(15) value spaces.
             01 WS-Q-Reason   pic X(40) value spaces.
             01 WS-Q-Reason-Len pic 9(02) value zero.
             01 WS-Q-Output   pic X(8) value "LISTING".
             01 WS-Q-Save     pic X(20) value spaces.
      *      one row's selection fields, whatever its source.
             01 WS-R-Year     pic X(4).
             01 WS-R-Day      pic X(2).
             01 WS-R-Date     pic X(10).
             01 WS-R-Program  pic X(10).
             01 WS-R-RunId    pic X(15).
             01 WS-Selected   pic 9.
             01 WS-Tally      pic 9(04).
             01 WS-Reason-Upper pic X(40).
      *      the source files to read - the generations oldest first,
      *      then the live file.
             01 WS-Live-Name  pic X(40).
             01 WS-Gen-Prefix pic X(20).
             01 WS-Source-Name pic X(40).
             01 WS-Gen-Year  pic 9(04).
             01 WS-Gen-Month pic 9(02).
             01 WS-Gen-Year-X  pic 9(04).
             01 WS-Gen-Month-X pic 9(02).
             01 WS-First-Year  pic 9(04).
             01 WS-First-Month pic 9(02).
             01 WS-Last-Year   pic 9(04).
             01 WS-Last-Month  pic 9(02).
             01 WS-FilesRead pic 9(03) value zero.
             01 WS-RowsRead  pic 9(08) value zero.
      *      rows already selected, so a row both archived and kept
      *      live is selected once.
             01 WS-SeenCount pic 9(04) value zero.
             01 WS-Seen-Table.
                05 WS-Seen-Line occurs 0 to 5000 times
                     depending on WS-SeenCount pic X(180).
             01 WS-sn pic 9(04).
             01 WS-Seen-Overflow pic 9 value zero.
             01 WS-Duplicate pic 9.
      *      record count and control totals.
             01 WS-SelCount    pic 9(08) value zero.
             01 WS-DupCount    pic 9(08) value zero.
             01 WS-HashTotal   pic 9(18) value zero.
             01 WS-Sev-Info    pic 9(08) value zero.
             01 WS-Sev-Reject  pic 9(08) value zero.
             01 WS-Sev-Degrade pic 9(08) value zero.
             01 WS-Sev-Fatal   pic 9(08) value zero.
             01 WS-Sev-Other   pic 9(08) value zero.
             01 WS-ElapsedTotal pic 9(09)V99 value zero.
             01 WS-Tot-Read     pic 9(10) value zero.
             01 WS-Tot-Accepted pic 9(10) value zero.
             01 WS-Tot-Rejected pic 9(10) value zero.
             01 WS-Tot-Posted   pic 9(10) value zero.
             01 WS-Answer-Str pic X(16).
             01 WS-Elapsed-Str pic X(10).
             01 WS-LineNo-Str pic X(8).
             01 WS-Count-Str pic X(8).
             01 WS-Hash-Str  pic X(18).
             01 WS-Sev-Str-1 pic X(8).
             01 WS-Sev-Str-2 pic X(8).
             01 WS-Sev-Str-3 pic X(8).
             01 WS-Sev-Str-4 pic X(8).
             01 WS-Sev-Str-5 pic X(8).
             01 WS-ElapsedTotal-Disp pic Z(8)9.99.
             01 WS-Tot-Str-1 pic X(10).
             01 WS-Tot-Str-2 pic X(10).
             01 WS-Tot-Str-3 pic X(10).
             01 WS-Tot-Str-4 pic X(10).
             01 WS-Count-Disp pic Z(7)9.
             01 WS-Files-Disp pic Z(2)9.
       procedure division.
           move function current-date(1:8) to WS-CurrentDate
           string WS-CurrentDate(1:4) "-" WS-CurrentDate(5:2) "-"
                  WS-CurrentDate(7:2)
             delimited by size into WS-TodayDate
           accept WS-Param-Line from command-line
           move spaces to WS-Mode-Param
           move spaces to WS-Query-Name
           unstring WS-Param-Line delimited by all space
             into WS-Mode-Param WS-Query-Name
           end-unstring
           move function upper-case(WS-Mode-Param) to WS-Mode-Param
           evaluate WS-Mode-Param
             when spaces
               perform load-adhoc-deck
             when "RUN"
               perform load-saved-deck
             when "LIST"
               perform list-saved-decks
               goback
             when other
               display "Day-Ledger-Query: usage is no parameter (run "
                 "query-cards.txt), RUN <name> or LIST"
               move 8 to return-code
               goback
           end-evaluate
           if WS-CardCount = 0
             move 8 to return-code
             goback
           end-if
           perform parse-deck
           if WS-Card-Errors > 0
             display "Day-Ledger-Query: card error(s) - nothing "
               "selected"
             move 8 to return-code
             goback
           end-if
           perform run-selection
           if WS-Q-Save not = spaces
             perform save-deck
           end-if
           if WS-Layout-Refused > 0
             display "selection INCOMPLETE - " WS-Layout-Refused
               " generation(s) refused for their layout"
             move 8 to return-code
           end-if
           goback.

           load-adhoc-deck.
             move zero to WS-EOF
             open input QueryCards
             if WS-Cards-Error
               display "Day-Ledger-Query: no query-cards.txt to run"
               exit paragraph
             end-if
             perform until WS-EOF = 1
               read QueryCards
                 at end move 1 to WS-EOF
                 not at end
                   if QueryCards-Line not = spaces
                      and QueryCards-Line(1:1) not = "*"
                      and WS-CardCount < 50
                     add 1 to WS-CardCount
                     move QueryCards-Line to WS-Card(WS-CardCount)
                   end-if
               end-read
             end-perform
             close QueryCards
             move zero to WS-EOF
             move "(ad hoc)" to WS-Query-Name
           .

      *    a saved deck runs from its QUERY card to the next one;
      *    its SAVE card is not kept, so a rerun never re-saves.
           load-saved-deck.
             if WS-Query-Name = spaces
               display "Day-Ledger-Query: RUN needs the saved query "
                 "name - LIST shows them"
               exit paragraph
             end-if
             perform load-library
             move 0 to WS-In-Deck
             perform varying WS-lb from 1 by 1
                     until WS-lb > WS-LibCount
               perform split-library-line
               if WS-Lib-Keyword = "QUERY"
                 if WS-Lib-Name = WS-Query-Name
                   move 1 to WS-In-Deck
                 else
                   move 0 to WS-In-Deck
                 end-if
               else
                 if WS-In-Deck = 1 and WS-CardCount < 50
                   add 1 to WS-CardCount
                   move WS-Lib-Line(WS-lb) to WS-Card(WS-CardCount)
                 end-if
               end-if
             end-perform
             if WS-CardCount = 0
               display "Day-Ledger-Query: no saved query named "
                 function trim(WS-Query-Name)
                 " on query-library.txt"
             end-if
           .

           list-saved-decks.
             perform load-library
             move zero to WS-Deck-Found
             perform varying WS-lb from 1 by 1
                     until WS-lb > WS-LibCount
               perform split-library-line
               if WS-Lib-Keyword = "QUERY"
                 add 1 to WS-Deck-Found
                 display "  " WS-Lib-Name
               end-if
             end-perform
             if WS-Deck-Found = 0
               display "  (no saved queries)"
             end-if
           .

           load-library.
             move zero to WS-LibCount
             move zero to WS-EOF
             open input QueryLibrary
             if WS-Library-Error
               exit paragraph
             end-if
             perform until WS-EOF = 1
               read QueryLibrary
                 at end move 1 to WS-EOF
                 not at end
                   if QueryLibrary-Line not = spaces
                      and WS-LibCount < 2000
                     add 1 to WS-LibCount
                     move QueryLibrary-Line to WS-Lib-Line(WS-LibCount)
                   end-if
               end-read
             end-perform
             close QueryLibrary
             move zero to WS-EOF
           .

           split-library-line.
             move spaces to WS-Lib-Keyword
             move spaces to WS-Lib-Name
             unstring WS-Lib-Line(WS-lb) delimited by all space
               into WS-Lib-Keyword WS-Lib-Name
             end-unstring
             move function upper-case(WS-Lib-Keyword)
               to WS-Lib-Keyword
           .

           parse-deck.
             perform varying WS-cd from 1 by 1
                     until WS-cd > WS-CardCount
               perform parse-one-card
             end-perform
             if WS-Q-Source = spaces
               display "  no SOURCE card - RESULTS, EXCEPTIONS, "
                 "HISTORY or CONTROL"
               add 1 to WS-Card-Errors
             end-if
             if (WS-Q-Severity not = spaces or WS-Q-Reason not = spaces)
                and not WS-Q-Exceptions
               display "  SEVERITY and REASON select only on the "
                 "EXCEPTIONS source"
               add 1 to WS-Card-Errors
             end-if
             if WS-Q-From not = spaces and WS-Q-To not = spaces
                and WS-Q-From > WS-Q-To
               display "  FROM " WS-Q-From " is after TO " WS-Q-To
               add 1 to WS-Card-Errors
             end-if
           .

           parse-one-card.
             move spaces to WS-Card-Keyword
             move spaces to WS-Card-Value
             unstring WS-Card(WS-cd) delimited by all space
               into WS-Card-Keyword
             end-unstring
             move function upper-case(WS-Card-Keyword)
               to WS-Card-Keyword
             perform take-card-value
             evaluate WS-Card-Keyword
               when "SOURCE"
                 move function upper-case(WS-Card-Value)
                   to WS-Q-Source
                 if not WS-Q-Results and not WS-Q-Exceptions
                    and not WS-Q-History and not WS-Q-Control
                   perform reject-card
                 end-if
               when "ARCHIVE"
                 move function upper-case(WS-Card-Value)
                   to WS-Q-Archive
                 if WS-Q-Archive not = "YES" and WS-Q-Archive not = "NO"
                   perform reject-card
                 end-if
               when "FROM"
                 move WS-Card-Value to WS-Q-From
                 if WS-Card-Value(11:60) not = spaces
                   perform reject-card
                 else
                   move WS-Q-From to WS-R-Date
                   perform check-card-date
                 end-if
               when "TO"
                 move WS-Card-Value to WS-Q-To
                 if WS-Card-Value(11:60) not = spaces
                   perform reject-card
                 else
                   move WS-Q-To to WS-R-Date
                   perform check-card-date
                 end-if
               when "YEAR"
                 move WS-Card-Value to WS-Q-Year
                 if WS-Card-Value(5:66) not = spaces
                    or WS-Q-Year is not numeric
                   perform reject-card
                 end-if
               when "DAY"
                 move WS-Card-Value to WS-Q-Day
                 if WS-Card-Value(3:68) not = spaces
                    or WS-Q-Day is not numeric
                   perform reject-card
                 end-if
               when "PROGRAM"
                 move WS-Card-Value to WS-Q-Program
                 if WS-Card-Value(11:60) not = spaces
                   perform reject-card
                 end-if
               when "SEVERITY"
                 move function upper-case(WS-Card-Value)
                   to WS-Q-Severity
                 if WS-Q-Severity not = "INFO"
                    and WS-Q-Severity not = "REJECT"
                    and WS-Q-Severity not = "DEGRADE"
                    and WS-Q-Severity not = "FATAL"
                   perform reject-card
                 end-if
               when "RUNID"
                 move WS-Card-Value to WS-Q-RunId
                 if WS-Card-Value(16:55) not = spaces
                   perform reject-card
                 end-if
               when "REASON"
                 move function upper-case(WS-Card-Value)
                   to WS-Q-Reason
                 if WS-Card-Value(41:30) not = spaces
                    or WS-Card-Value = spaces
                   perform reject-card
                 else
                   move function length(function trim(WS-Q-Reason))
                     to WS-Q-Reason-Len
                 end-if
               when "OUTPUT"
                 move function upper-case(WS-Card-Value)
                   to WS-Q-Output
                 if WS-Q-Output not = "LISTING"
                    and WS-Q-Output not = "EXTRACT"
                   perform reject-card
                 end-if
               when "SAVE"
                 move WS-Card-Value to WS-Q-Save
                 if WS-Card-Value(21:50) not = spaces
                    or WS-Card-Value = spaces
                   perform reject-card
                 end-if
               when other
                 perform reject-card
             end-evaluate
           .

      *    the value is whatever follows the keyword, wherever the
      *    card puts it.
           take-card-value.
             move function length(function trim(WS-Card-Keyword))
               to WS-Tally
             add 1 to WS-Tally
             move function trim(WS-Card(WS-cd)(WS-Tally:))
               to WS-Card-Value
           .

           check-card-date.
             if WS-R-Date(5:1) not = "-" or WS-R-Date(8:1) not = "-"
                or WS-R-Date(1:4) is not numeric
                or WS-R-Date(6:2) is not numeric
                or WS-R-Date(9:2) is not numeric
               perform reject-card
             end-if
           .

           reject-card.
             add 1 to WS-Card-Errors
             display "  bad card: " function trim(WS-Card(WS-cd))
           .

           run-selection.
             evaluate true
               when WS-Q-Results
                 move "results-ledger.txt" to WS-Live-Name
                 move "results-ledger-" to WS-Gen-Prefix
               when WS-Q-Exceptions
                 move "exceptions-ledger.txt" to WS-Live-Name
                 move "exceptions-ledger-" to WS-Gen-Prefix
               when WS-Q-History
                 move "run-history.txt" to WS-Live-Name
                 move "run-history-" to WS-Gen-Prefix
               when other
                 move "run-control.txt" to WS-Live-Name
                 move "run-control-" to WS-Gen-Prefix
             end-evaluate
             perform open-query-output
             if WS-Q-Archive = "YES"
               move "Y" to WS-Layout-Required
               perform read-archive-generations
             end-if
             move WS-Live-Name to WS-Source-Name
             move "N" to WS-Layout-Required
             perform read-one-source
             perform close-query-output
             move WS-SelCount to WS-Count-Disp
             move WS-FilesRead to WS-Files-Disp
             if WS-Q-Output = "EXTRACT"
               display function trim(WS-Count-Disp)
                 " row(s) selected from "
                 function trim(WS-Files-Disp)
                 " file(s) to query-extract.csv"
             else
               display function trim(WS-Count-Disp)
                 " row(s) selected from "
                 function trim(WS-Files-Disp)
                 " file(s) to query-listing.txt"
             end-if
           .

      *    one generation per calendar month from the FROM month (or
      *    the shop's first, 2022-01) to the TO month (or this one);
      *    a month never housekept simply has no file.
           read-archive-generations.
             if WS-Q-From = spaces
               move 2022 to WS-First-Year
               move 1 to WS-First-Month
             else
               move WS-Q-From(1:4) to WS-First-Year
               move WS-Q-From(6:2) to WS-First-Month
             end-if
             if WS-Q-To = spaces
               move WS-CurrentDate(1:4) to WS-Last-Year
               move WS-CurrentDate(5:2) to WS-Last-Month
             else
               move WS-Q-To(1:4) to WS-Last-Year
               move WS-Q-To(6:2) to WS-Last-Month
             end-if
             move WS-First-Year to WS-Gen-Year
             move WS-First-Month to WS-Gen-Month
             perform until WS-Gen-Year > WS-Last-Year
                     or (WS-Gen-Year = WS-Last-Year
                         and WS-Gen-Month > WS-Last-Month)
               move WS-Gen-Year to WS-Gen-Year-X
               move WS-Gen-Month to WS-Gen-Month-X
               move spaces to WS-Source-Name
               string function trim(WS-Gen-Prefix) WS-Gen-Year-X "-"
                 WS-Gen-Month-X ".txt"
                 delimited by size into WS-Source-Name
               perform read-one-source
               add 1 to WS-Gen-Month
               if WS-Gen-Month > 12
                 move 1 to WS-Gen-Month
                 add 1 to WS-Gen-Year
               end-if
             end-perform
           .

           read-one-source.
             move zero to WS-EOF
             open input LedgerSource
             if WS-Source-Error
               exit paragraph
             end-if
             if WS-Layout-Required = "Y"
               perform check-source-layout
               if not WS-Layout-Readable
                 close LedgerSource
                 move zero to WS-EOF
                 exit paragraph
               end-if
             end-if
             add 1 to WS-FilesRead
             perform until WS-EOF = 1
               read LedgerSource
                 at end move 1 to WS-EOF
                 not at end
                   if LedgerSource-Line not = spaces
                     add 1 to WS-RowsRead
                     perform select-one-row
                   end-if
               end-read
             end-perform
             close LedgerSource
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
                 evaluate true
                   when WS-Q-Results
                     move "RESULTLG" to WS-Layout-Ledger
                   when WS-Q-Exceptions
                     move "EXCEPLG" to WS-Layout-Ledger
                   when WS-Q-History
                     move "RUNHIST" to WS-Layout-Ledger
                   when other
                     move "RUNCTL" to WS-Layout-Ledger
                 end-evaluate
                 move WS-Source-Name to WS-Layout-Source
                 perform check-generation-layout
             end-read
           .

           select-one-row.
             evaluate true
               when WS-Q-Results
                 move LedgerSource-Line to WS-Ledger-Line
                 move WS-Ledger-Year to WS-R-Year
                 move WS-Ledger-Day to WS-R-Day
                 move WS-Ledger-Date to WS-R-Date
                 move spaces to WS-R-Program
                 move WS-Ledger-RunId to WS-R-RunId
               when WS-Q-Exceptions
                 move LedgerSource-Line to WS-ExceptionLedger-Line
                 move WS-ExceptionLedger-Year to WS-R-Year
                 move WS-ExceptionLedger-Day to WS-R-Day
                 move WS-ExceptionLedger-Date to WS-R-Date
                 move WS-ExceptionLedger-Program to WS-R-Program
                 move WS-ExceptionLedger-RunId to WS-R-RunId
               when WS-Q-History
                 move LedgerSource-Line to WS-RunHistory-Line
                 move WS-RunHistory-Year to WS-R-Year
                 move WS-RunHistory-Day to WS-R-Day
                 move WS-RunHistory-Date to WS-R-Date
                 move WS-RunHistory-Program to WS-R-Program
                 move WS-RunHistory-RunId to WS-R-RunId
               when other
                 move LedgerSource-Line to WS-RunControl-Line
                 move WS-RunControl-Year to WS-R-Year
                 move WS-RunControl-Day to WS-R-Day
                 move WS-RunControl-Date to WS-R-Date
                 move WS-RunControl-Program to WS-R-Program
                 move WS-RunControl-RunId to WS-R-RunId
             end-evaluate
             perform apply-selection
             if WS-Selected = 0
               exit paragraph
             end-if
             perform check-duplicate-row
             if WS-Duplicate = 1
               add 1 to WS-DupCount
               exit paragraph
             end-if
             add 1 to WS-SelCount
             perform accumulate-totals
             if WS-Q-Output = "EXTRACT"
               perform write-extract-row
             else
               move LedgerSource-Line to QueryListing-Line
               write QueryListing-Line
             end-if
           .

           apply-selection.
             move 0 to WS-Selected
             if WS-Q-From not = spaces and WS-R-Date < WS-Q-From
               exit paragraph
             end-if
             if WS-Q-To not = spaces and WS-R-Date > WS-Q-To
               exit paragraph
             end-if
             if WS-Q-Year not = spaces and WS-R-Year not = WS-Q-Year
               exit paragraph
             end-if
             if WS-Q-Day not = spaces and WS-R-Day not = WS-Q-Day
               exit paragraph
             end-if
             if WS-Q-RunId not = spaces and WS-R-RunId not = WS-Q-RunId
               exit paragraph
             end-if
             if WS-Q-Program not = spaces
               if WS-Q-Results
                 if WS-Q-Program(5:2) not = WS-R-Day
                   exit paragraph
                 end-if
               else
                 if WS-R-Program not = WS-Q-Program
                   exit paragraph
                 end-if
               end-if
             end-if
             if WS-Q-Severity not = spaces
                and WS-ExceptionLedger-Severity not = WS-Q-Severity
               exit paragraph
             end-if
             if WS-Q-Reason not = spaces
               move function upper-case(WS-ExceptionLedger-Reason)
                 to WS-Reason-Upper
               move zero to WS-Tally
               inspect WS-Reason-Upper tallying WS-Tally
                 for all WS-Q-Reason(1:WS-Q-Reason-Len)
               if WS-Tally = 0
                 exit paragraph
               end-if
             end-if
             move 1 to WS-Selected
           .

      *    past 5000 selected rows the duplicates can no longer be
      *    told apart, and the listing trailer says so.
           check-duplicate-row.
             move 0 to WS-Duplicate
             perform varying WS-sn from 1 by 1
                     until WS-sn > WS-SeenCount
               if WS-Seen-Line(WS-sn) = LedgerSource-Line(1:180)
                 move 1 to WS-Duplicate
                 exit perform
               end-if
             end-perform
             if WS-Duplicate = 0
               if WS-SeenCount < 5000
                 add 1 to WS-SeenCount
                 move LedgerSource-Line(1:180)
                   to WS-Seen-Line(WS-SeenCount)
               else
                 move 1 to WS-Seen-Overflow
               end-if
             end-if
           .

           accumulate-totals.
             evaluate true
               when WS-Q-Results
                 move WS-Ledger-Answer to WS-Numval-Input
                 perform validate-numeric-field
                 if WS-Numval-Is-Valid
                   add WS-Numval-Result to WS-HashTotal
                 end-if
               when WS-Q-Exceptions
                 evaluate WS-ExceptionLedger-Severity
                   when "INFO"    add 1 to WS-Sev-Info
                   when "REJECT"  add 1 to WS-Sev-Reject
                   when "DEGRADE" add 1 to WS-Sev-Degrade
                   when "FATAL"   add 1 to WS-Sev-Fatal
                   when other     add 1 to WS-Sev-Other
                 end-evaluate
               when WS-Q-History
                 move WS-RunHistory-Elapsed to WS-Numval-Input
                 perform validate-numeric-field
                 if WS-Numval-Is-Valid
                   add WS-Numval-Result to WS-ElapsedTotal
                 end-if
               when other
                 if WS-RunControl-Read is numeric
                   add WS-RunControl-Read to WS-Tot-Read
                 end-if
                 if WS-RunControl-Accepted is numeric
                   add WS-RunControl-Accepted to WS-Tot-Accepted
                 end-if
                 if WS-RunControl-Rejected is numeric
                   add WS-RunControl-Rejected to WS-Tot-Rejected
                 end-if
                 if WS-RunControl-Posted is numeric
                   add WS-RunControl-Posted to WS-Tot-Posted
                 end-if
             end-evaluate
           .

           open-query-output.
             if WS-Q-Output = "EXTRACT"
               open output QueryExtract
               move spaces to QueryExtract-Line
               string "HDR;" function trim(WS-Q-Source) ";"
                 WS-TodayDate ";" function trim(WS-Query-Name)
                 delimited by size into QueryExtract-Line
               write QueryExtract-Line
               exit paragraph
             end-if
             open output QueryListing
             move spaces to QueryListing-Line
             string "ledger query " function trim(WS-Query-Name)
               " run " WS-TodayDate " - source "
               function trim(WS-Q-Source)
               delimited by size into QueryListing-Line
             write QueryListing-Line
             perform varying WS-cd from 1 by 1
                     until WS-cd > WS-CardCount
               move spaces to QueryListing-Line
               string "  card: " WS-Card(WS-cd)
                 delimited by size into QueryListing-Line
               write QueryListing-Line
             end-perform
             move spaces to QueryListing-Line
             write QueryListing-Line
           .

           write-extract-row.
             move spaces to QueryExtract-Line
             evaluate true
               when WS-Q-Results
                 move WS-Ledger-Answer to WS-Answer-Str
                 string WS-Ledger-Year ";" WS-Ledger-Day ";"
                   WS-Ledger-Date ";"
                   function trim(WS-Ledger-InputFile) ";"
                   function trim(WS-Ledger-Part) ";"
                   function trim(WS-Answer-Str) ";"
                   function trim(WS-Ledger-RunId) ";"
                   function trim(WS-Ledger-Version)
                   delimited by size into QueryExtract-Line
               when WS-Q-Exceptions
                 move WS-ExceptionLedger-LineNo to WS-LineNo-Str
                 string WS-ExceptionLedger-Year ";"
                   WS-ExceptionLedger-Day ";"
                   function trim(WS-ExceptionLedger-Program) ";"
                   function trim(WS-LineNo-Str) ";"
                   function trim(WS-ExceptionLedger-Reason) ";"
                   WS-ExceptionLedger-Date ";"
                   function trim(WS-ExceptionLedger-RunId) ";"
                   function trim(WS-ExceptionLedger-Severity) ";"
                   function trim(WS-ExceptionLedger-Record)
                   delimited by size into QueryExtract-Line
               when WS-Q-History
                 move WS-RunHistory-Elapsed to WS-Elapsed-Str
                 string WS-RunHistory-Year ";" WS-RunHistory-Day ";"
                   function trim(WS-RunHistory-Program) ";"
                   WS-RunHistory-Date ";"
                   WS-RunHistory-Start ";" WS-RunHistory-End ";"
                   function trim(WS-Elapsed-Str) ";"
                   function trim(WS-RunHistory-RunId)
                   delimited by size into QueryExtract-Line
               when other
                 string WS-RunControl-Year ";" WS-RunControl-Day ";"
                   function trim(WS-RunControl-Program) ";"
                   WS-RunControl-Date ";"
                   WS-RunControl-Read ";" WS-RunControl-Accepted ";"
                   WS-RunControl-Rejected ";" WS-RunControl-Posted ";"
                   function trim(WS-RunControl-RunId) ";"
                   function trim(WS-RunControl-Version)
                   delimited by size into QueryExtract-Line
             end-evaluate
             write QueryExtract-Line
           .

           close-query-output.
             move WS-SelCount to WS-Count-Str
             if WS-Q-Output = "EXTRACT"
               move spaces to QueryExtract-Line
               evaluate true
                 when WS-Q-Results
                   move WS-HashTotal to WS-Hash-Str
                   string "TRL;" WS-Count-Str ";" WS-Hash-Str
                     delimited by size into QueryExtract-Line
                 when WS-Q-Exceptions
                   perform format-severity-totals
                   string "TRL;" WS-Count-Str ";" WS-Sev-Str-1 ";"
                     WS-Sev-Str-2 ";" WS-Sev-Str-3 ";"
                     WS-Sev-Str-4 ";" WS-Sev-Str-5
                     delimited by size into QueryExtract-Line
                 when WS-Q-History
                   move WS-ElapsedTotal to WS-ElapsedTotal-Disp
                   string "TRL;" WS-Count-Str ";"
                     function trim(WS-ElapsedTotal-Disp)
                     delimited by size into QueryExtract-Line
                 when other
                   perform format-control-totals
                   string "TRL;" WS-Count-Str ";" WS-Tot-Str-1 ";"
                     WS-Tot-Str-2 ";" WS-Tot-Str-3 ";" WS-Tot-Str-4
                     delimited by size into QueryExtract-Line
               end-evaluate
               write QueryExtract-Line
               close QueryExtract
               exit paragraph
             end-if
             move spaces to QueryListing-Line
             write QueryListing-Line
             move WS-SelCount to WS-Count-Disp
             move WS-FilesRead to WS-Files-Disp
             move spaces to QueryListing-Line
             string "records selected: " function trim(WS-Count-Disp)
               " from " function trim(WS-Files-Disp) " file(s)"
               delimited by size into QueryListing-Line
             write QueryListing-Line
             if WS-DupCount > 0
               move WS-DupCount to WS-Count-Disp
               move spaces to QueryListing-Line
               string "archived rows also kept live, counted once: "
                 function trim(WS-Count-Disp)
                 delimited by size into QueryListing-Line
               write QueryListing-Line
             end-if
             if WS-Seen-Overflow = 1
               move spaces to QueryListing-Line
               string "more than 5000 rows selected - duplicates "
                 "past that point are not suppressed"
                 delimited by size into QueryListing-Line
               write QueryListing-Line
             end-if
             move spaces to QueryListing-Line
             evaluate true
               when WS-Q-Results
                 move WS-HashTotal to WS-Hash-Str
                 string "control total - answer hash: " WS-Hash-Str
                   delimited by size into QueryListing-Line
               when WS-Q-Exceptions
                 perform format-severity-totals
                 string "control totals - INFO " WS-Sev-Str-1
                   " REJECT " WS-Sev-Str-2 " DEGRADE " WS-Sev-Str-3
                   " FATAL " WS-Sev-Str-4 " other " WS-Sev-Str-5
                   delimited by size into QueryListing-Line
               when WS-Q-History
                 move WS-ElapsedTotal to WS-ElapsedTotal-Disp
                 string "control total - elapsed seconds: "
                   function trim(WS-ElapsedTotal-Disp)
                   delimited by size into QueryListing-Line
               when other
                 perform format-control-totals
                 string "control totals - read " WS-Tot-Str-1
                   " accepted " WS-Tot-Str-2 " rejected " WS-Tot-Str-3
                   " posted " WS-Tot-Str-4
                   delimited by size into QueryListing-Line
             end-evaluate
             write QueryListing-Line
             close QueryListing
           .

           format-severity-totals.
             move WS-Sev-Info to WS-Sev-Str-1
             move WS-Sev-Reject to WS-Sev-Str-2
             move WS-Sev-Degrade to WS-Sev-Str-3
             move WS-Sev-Fatal to WS-Sev-Str-4
             move WS-Sev-Other to WS-Sev-Str-5
           .

           format-control-totals.
             move WS-Tot-Read to WS-Tot-Str-1
             move WS-Tot-Accepted to WS-Tot-Str-2
             move WS-Tot-Rejected to WS-Tot-Str-3
             move WS-Tot-Posted to WS-Tot-Str-4
           .

      *    the deck is stored under its SAVE name without the SAVE
      *    card itself; any older deck of that name is dropped.
           save-deck.
             perform load-library
             open output QueryLibrary
             move 0 to WS-In-Deck
             perform varying WS-lb from 1 by 1
                     until WS-lb > WS-LibCount
               perform split-library-line
               if WS-Lib-Keyword = "QUERY"
                 if WS-Lib-Name = WS-Q-Save
                   move 1 to WS-In-Deck
                 else
                   move 0 to WS-In-Deck
                 end-if
               end-if
               if WS-In-Deck = 0
                 move WS-Lib-Line(WS-lb) to QueryLibrary-Line
                 write QueryLibrary-Line
               end-if
             end-perform
             move spaces to QueryLibrary-Line
             string "QUERY      " WS-Q-Save
               delimited by size into QueryLibrary-Line
             write QueryLibrary-Line
             perform varying WS-cd from 1 by 1
                     until WS-cd > WS-CardCount
               move spaces to WS-Card-Keyword
               unstring WS-Card(WS-cd) delimited by all space
                 into WS-Card-Keyword
               end-unstring
               if function upper-case(WS-Card-Keyword) not = "SAVE"
                 move WS-Card(WS-cd) to QueryLibrary-Line
                 write QueryLibrary-Line
               end-if
             end-perform
             close QueryLibrary
             display "query saved to query-library.txt as "
               function trim(WS-Q-Save)
           .

           copy "numvalp.cpy".
           copy "ledgverp.cpy".
