       identification division.
           program-id. Day-Supplier-Scorecard.
      *    monthly data-quality scorecard per input supplier, so the
      *    shop has evidence to push back with when the same supplier
      *    sends late files, truncated transfers and junk records
      *    night after night. takes the period (YYYY-MM) on the
      *    command line, like Day-Month-Close, and for every supplier
      *    named in the supplier column of expected-arrivals.txt
      *    gathers, for the period and each of the three months
      *    before it:
      *      - LATE and MISSING arrivals, from arrivals-register.txt;
      *      - control failures - BADCTL at the gateway, plus the
      *        "input control record mismatch" rows Input-Control-
      *        Check failures post to exceptions-ledger.txt at read
      *        time;
      *      - REJECT rows on exceptions-ledger.txt against records
      *        posted, the record count taken from each posted run's
      *        vaulted .ctl (processed-inputs.txt names the vault
      *        copy), reported as rejects per thousand records;
      *      - repairs keyed through Day-Reject-Repair, from the
      *        REPAIR rows it journals to session-journal.txt.
      *    the rows are charged to a supplier by year and day through
      *    expected-arrivals.txt; a day with no supplier on that file
      *    is charged to UNASSIGNED. a REPAIR row names only the
      *    rejects file, so it is charged by day.
      *    the exceptions ledger is read live and from the archive
      *    generations for the months concerned (and the month after,
      *    when the period was housekept), and a row found in more
      *    than one of them is counted once. the gateway writes a
      *    row every sweep, so one arrival fault is counted once per
      *    night however many sweeps saw it.
      *    each supplier's period figures are compared with its
      *    average over the three months before, and checked against
      *    the agreed thresholds held in site-config.txt:
      *      supplier-reject-per-thousand   (10 unless set)
      *      supplier-late-limit            (2)
      *      supplier-missing-limit         (0)
      *      supplier-control-fail-limit    (0)
      *      supplier-repair-limit          (25)
      *    a figure over its limit flags the supplier as a BREACH.
      *    the scorecard is written to
      *    supplier-scorecard-<period>.txt; return code 4 when any
      *    supplier is in breach.
      *    an exceptions generation whose *LAYOUT header is not the
      *    current layout (ledgver.cpy) is refused, and no scorecard
      *    is written on the rows left - return code 8 until
      *    Day-Ledger-Convert has brought it up to date.
       environment division.
           input-output section.
             file-control.
               select ExpectedArrivals
                 assign to "expected-arrivals.txt"
                 organization is line sequential
                 file status is WS-Expected-Status.
               select ArrivalsRegister
                 assign to "arrivals-register.txt"
                 organization is line sequential
                 file status is WS-Register-Status.
               select LedgerSource assign to dynamic WS-Source-Name
                 organization is line sequential
                 file status is WS-Source-Status.
               select ProcessedInputs assign to "processed-inputs.txt"
                 organization is line sequential
                 file status is WS-Processed-Status.
               select VaultFile assign to dynamic WS-Vault-Name
                 organization is line sequential
                 file status is WS-Vault-Status.
               select SessionJournal assign to "session-journal.txt"
                 organization is line sequential
                 file status is WS-Journal-Status.
               select Scorecard assign to dynamic WS-Scorecard-Name
                 organization is line sequential.
       data division.
           file section.
             fd ExpectedArrivals.
                01 ExpectedArrivals-Line pic X(70).
             fd ArrivalsRegister.
                01 ArrivalsRegister-Line pic X(120).
             fd LedgerSource.
                01 LedgerSource-Line pic X(180).
             fd ProcessedInputs.
                01 ProcessedInputs-Line pic X(190).
             fd VaultFile.
                01 VaultFile-Line pic X(200).
             fd SessionJournal.
                01 SessionJournal-Line pic X(110).
             fd Scorecard.
                01 Scorecard-Line pic X(100).
           working-storage section.
             copy "exceplg.cpy".
             copy "ledgver.cpy".
             01 WS-Layout-Required pic X(1).
             01 WS-Expected-Status pic XX.
             88 WS-Expected-OK    value "00".
             88 WS-Expected-Error value "30" thru "99".
             01 WS-Register-Status pic XX.
             88 WS-Register-OK    value "00".
             88 WS-Register-Error value "30" thru "99".
             01 WS-Source-Status pic XX.
             88 WS-Source-OK    value "00".
             88 WS-Source-Error value "30" thru "99".
             01 WS-Processed-Status pic XX.
             88 WS-Processed-OK    value "00".
             88 WS-Processed-Error value "30" thru "99".
             01 WS-Vault-Status pic XX.
             88 WS-Vault-OK    value "00".
             88 WS-Vault-Error value "30" thru "99".
             01 WS-Journal-Status pic XX.
             88 WS-Journal-OK    value "00".
             88 WS-Journal-Error value "30" thru "99".
             01 WS-EOF pic 9 value zero.
             01 WS-Vault-EOF pic 9 value zero.
             01 WS-Source-Name pic X(40).
             01 WS-Vault-Name pic X(80).
             01 WS-Scorecard-Name pic X(40).
             01 WS-TodayDate pic X(10).
             01 WS-CurrentDate pic X(8).
      *      expected-arrivals.txt, with the supplier column at 56.
             01 WS-Expected-Record.
                05 WS-Expected-Year     pic X(4).
                05 FILLER               pic X(1).
                05 WS-Expected-Day      pic X(2).
                05 FILLER               pic X(1).
                05 WS-Expected-Name     pic X(40).
                05 FILLER               pic X(1).
                05 WS-Expected-Deadline pic X(5).
                05 FILLER               pic X(1).
                05 WS-Expected-Supplier pic X(12).
             01 WS-Register-Record.
                05 WS-Reg-Date     pic X(10).
                05 FILLER          pic X(1).
                05 WS-Reg-Time     pic X(5).
                05 FILLER          pic X(1).
                05 WS-Reg-Year     pic X(4).
                05 FILLER          pic X(1).
                05 WS-Reg-Day      pic X(2).
                05 FILLER          pic X(1).
                05 WS-Reg-Outcome  pic X(8).
                05 FILLER          pic X(1).
                05 WS-Reg-Name     pic X(40).
             01 WS-Processed-Record.
                05 WS-Proc-Year  pic X(4).
                05 FILLER        pic X(1).
                05 WS-Proc-Day   pic X(2).
                05 FILLER        pic X(1).
                05 WS-Proc-Date  pic X(10).
                05 FILLER        pic X(1).
                05 WS-Proc-Input pic X(100).
                05 FILLER        pic X(1).
                05 WS-Proc-Vault pic X(69).
             01 WS-Journal-Record.
                05 WS-Jrn-Date     pic X(10).
                05 FILLER          pic X(1).
                05 WS-Jrn-Time     pic X(8).
                05 FILLER          pic X(1).
                05 WS-Jrn-Operator pic X(3).
                05 FILLER          pic X(1).
                05 WS-Jrn-Program  pic X(20).
                05 FILLER          pic X(1).
                05 WS-Jrn-Action   pic X(60).
             01 WS-Jrn-Verb  pic X(10).
             01 WS-Jrn-File  pic X(50).
      *      the period and the three months before it (slots 1-4);
      *      slot 5, the month after, is only read for its exceptions
      *      generation.
             01 WS-Period pic X(7).
             01 WS-Period-Table.
                05 WS-Slot-Period pic X(7) occurs 5 times.
             01 WS-Calc-Year  pic 9(4).
             01 WS-Calc-Month pic 9(2).
             01 WS-m pic 9.
             01 WS-n pic 9.
             01 WS-Slot pic 9.
             01 WS-Probe-Date pic X(10).
      *      year/day to supplier, from expected-arrivals.txt.
             01 WS-MapCount pic 9(03) value zero.
             01 WS-Map-Table.
                05 WS-Map occurs 200 times.
                   10 WS-Map-Year     pic X(4).
                   10 WS-Map-Day      pic X(2).
                   10 WS-Map-Supplier pic X(12).
             01 WS-i pic 9(03).
             01 WS-Find-Year pic X(4).
             01 WS-Find-Day  pic X(2).
             01 WS-Find-Supplier pic X(12).
      *      each supplier's figures for the four months.
             01 WS-SupCount pic 9(02) value zero.
             01 WS-Sup-Table.
                05 WS-Sup occurs 50 times.
                   10 WS-Sup-Name   pic X(12).
                   10 WS-Sup-Breach pic 9.
                   10 WS-Sup-Month occurs 4 times.
                      15 WS-Sup-Records pic 9(09).
                      15 WS-Sup-Rejects pic 9(07).
                      15 WS-Sup-Late    pic 9(05).
                      15 WS-Sup-Missing pic 9(05).
                      15 WS-Sup-CtlFail pic 9(05).
                      15 WS-Sup-Repairs pic 9(05).
             01 WS-s pic 9(02).
      *      rows already counted - an exceptions row seen again in a
      *      later generation, or an arrival fault seen again by a
      *      later sweep the same night.
             01 WS-SeenCount pic 9(05) value zero.
             01 WS-Seen-Table.
                05 WS-Seen-Key pic X(80) occurs 6000 times.
             01 WS-Seen-Probe pic X(80).
             01 WS-Seen-Found pic 9.
             01 WS-q pic 9(05).
      *      thresholds, from site-config.txt.
             01 WS-Limit-Rate     pic 9(05)V9 value 10.
             01 WS-Limit-Late     pic 9(05) value 2.
             01 WS-Limit-Missing  pic 9(05) value 0.
             01 WS-Limit-CtlFail  pic 9(05) value 0.
             01 WS-Limit-Repairs  pic 9(05) value 25.
             01 WS-Config-Key   pic X(30).
             01 WS-Config-Value pic X(100).
             01 WS-Config-Found pic X(1).
             01 WS-Config-Number pic 9(05)V9.
             01 WS-Config-Valid pic 9.
             01 WS-Record-Count pic 9(09).
             01 WS-Rate pic 9(07)V9.
             01 WS-Prior-Sum pic 9(09)V9.
             01 WS-Prior-Months pic 9.
             01 WS-Prior-Avg pic 9(07)V9.
             01 WS-Faults pic 9(06).
             01 WS-Prior-Faults pic 9(06).
             01 WS-Trend-Rate pic X(40).
             01 WS-Trend-Faults pic X(40).
             01 WS-BreachCount pic 9(02) value zero.
             01 WS-Breach-Text pic X(90).
             01 WS-Breach-Ptr pic 9(03).
             01 WS-Rate-Edit   pic ZZZZZZ9.9.
             01 WS-Limit-Edit  pic ZZZZ9.9.
             01 WS-Count-Edit  pic Z(8)9.
             01 WS-Small-Edit  pic ZZZZ9.
             01 WS-Score-Row.
                05 FILLER          pic X(2) value spaces.
                05 WS-Row-Period   pic X(7).
                05 WS-Row-Records  pic Z(8)9.
                05 WS-Row-Rejects  pic Z(7)9.
                05 WS-Row-Rate     pic Z(6)9.9.
                05 WS-Row-Late     pic Z(5)9.
                05 WS-Row-Missing  pic Z(5)9.
                05 WS-Row-CtlFail  pic Z(5)9.
                05 WS-Row-Repairs  pic Z(7)9.
       procedure division.
           move function current-date(1:8) to WS-CurrentDate
           string WS-CurrentDate(1:4) "-" WS-CurrentDate(5:2) "-"
                  WS-CurrentDate(7:2)
             delimited by size into WS-TodayDate
           accept WS-Period from command-line
           if WS-Period = spaces or WS-Period(5:1) not = "-"
              or WS-Period(1:4) not numeric
              or WS-Period(6:2) not numeric
             display "Day-Supplier-Scorecard: give the period to "
               "score as YYYY-MM"
             goback
           end-if
           perform build-period-slots
           perform load-thresholds
           perform load-supplier-map
           if WS-MapCount = 0
             display "Day-Supplier-Scorecard: no expected-arrivals.txt"
               " rows - no supplier to score"
             goback
           end-if
           perform tally-arrival-faults
           perform tally-exception-rows
           if WS-Layout-Refused > 0
             display "supplier scorecard " WS-Period " NOT written - "
               WS-Layout-Refused " generation(s) refused for their "
               "layout"
             move 8 to return-code
             goback
           end-if
           perform tally-posted-records
           perform tally-repairs
           perform write-scorecard
           display "supplier scorecard " WS-Period ": " WS-SupCount
             " supplier(s), " WS-BreachCount " in breach - see "
             function trim(WS-Scorecard-Name)
           if WS-BreachCount > 0
             move 4 to return-code
           end-if
           goback.

      *    slot 1 is the period, 2-4 the three months before it and
      *    5 the month after.
           build-period-slots.
             move WS-Period to WS-Slot-Period(1)
             move function numval(WS-Period(1:4)) to WS-Calc-Year
             move function numval(WS-Period(6:2)) to WS-Calc-Month
             perform varying WS-m from 2 by 1 until WS-m > 4
               if WS-Calc-Month = 1
                 move 12 to WS-Calc-Month
                 subtract 1 from WS-Calc-Year
               else
                 subtract 1 from WS-Calc-Month
               end-if
               string WS-Calc-Year "-" WS-Calc-Month
                 delimited by size into WS-Slot-Period(WS-m)
             end-perform
             move function numval(WS-Period(1:4)) to WS-Calc-Year
             move function numval(WS-Period(6:2)) to WS-Calc-Month
             if WS-Calc-Month = 12
               move 1 to WS-Calc-Month
               add 1 to WS-Calc-Year
             else
               add 1 to WS-Calc-Month
             end-if
             string WS-Calc-Year "-" WS-Calc-Month
               delimited by size into WS-Slot-Period(5)
           .

      *    WS-Slot comes back 1-4 for a date in one of the scored
      *    months, zero otherwise.
           find-date-slot.
             move 0 to WS-Slot
             perform varying WS-n from 1 by 1 until WS-n > 4
               if WS-Probe-Date(1:7) = WS-Slot-Period(WS-n)
                 move WS-n to WS-Slot
                 exit perform
               end-if
             end-perform
           .

           load-thresholds.
             move "supplier-reject-per-thousand" to WS-Config-Key
             perform read-config-number
             if WS-Config-Valid = 1
               move WS-Config-Number to WS-Limit-Rate
             end-if
             move "supplier-late-limit" to WS-Config-Key
             perform read-config-number
             if WS-Config-Valid = 1
               move WS-Config-Number to WS-Limit-Late
             end-if
             move "supplier-missing-limit" to WS-Config-Key
             perform read-config-number
             if WS-Config-Valid = 1
               move WS-Config-Number to WS-Limit-Missing
             end-if
             move "supplier-control-fail-limit" to WS-Config-Key
             perform read-config-number
             if WS-Config-Valid = 1
               move WS-Config-Number to WS-Limit-CtlFail
             end-if
             move "supplier-repair-limit" to WS-Config-Key
             perform read-config-number
             if WS-Config-Valid = 1
               move WS-Config-Number to WS-Limit-Repairs
             end-if
           .

           read-config-number.
             move 0 to WS-Config-Valid
             move spaces to WS-Config-Value
             call "Site-Config" using WS-Config-Key WS-Config-Value
               WS-Config-Found
             if WS-Config-Found = "Y"
                and function test-numval(WS-Config-Value) = 0
               move function numval(WS-Config-Value)
                 to WS-Config-Number
               move 1 to WS-Config-Valid
             end-if
           .

           load-supplier-map.
             move zero to WS-EOF
             open input ExpectedArrivals
             if WS-Expected-Error
               exit paragraph
             end-if
             perform until WS-EOF = 1
               read ExpectedArrivals into WS-Expected-Record
                 at end move 1 to WS-EOF
                 not at end
                   if WS-Expected-Record not = spaces
                      and WS-MapCount < 200
                     add 1 to WS-MapCount
                     move WS-Expected-Year to WS-Map-Year(WS-MapCount)
                     move WS-Expected-Day to WS-Map-Day(WS-MapCount)
                     if WS-Expected-Supplier = spaces
                       move "UNASSIGNED" to WS-Expected-Supplier
                     end-if
                     move WS-Expected-Supplier
                       to WS-Map-Supplier(WS-MapCount)
                     move WS-Expected-Supplier to WS-Find-Supplier
                     perform find-supplier-slot
                   end-if
               end-read
             end-perform
             close ExpectedArrivals
             move zero to WS-EOF
           .

      *    WS-Find-Day with WS-Find-Year spaces matches the day in
      *    any year - all a REPAIR row can say.
           charge-to-supplier.
             move "UNASSIGNED" to WS-Find-Supplier
             perform varying WS-i from 1 by 1 until WS-i > WS-MapCount
               if WS-Map-Day(WS-i) = WS-Find-Day
                  and (WS-Find-Year = spaces
                       or WS-Map-Year(WS-i) = WS-Find-Year)
                 move WS-Map-Supplier(WS-i) to WS-Find-Supplier
                 exit perform
               end-if
             end-perform
             perform find-supplier-slot
           .

           find-supplier-slot.
             perform varying WS-s from 1 by 1 until WS-s > WS-SupCount
               if WS-Sup-Name(WS-s) = WS-Find-Supplier
                 exit perform
               end-if
             end-perform
             if WS-s > WS-SupCount
               if WS-SupCount >= 50
                 move WS-SupCount to WS-s
                 exit paragraph
               end-if
               add 1 to WS-SupCount
               move WS-SupCount to WS-s
               initialize WS-Sup(WS-s)
               move WS-Find-Supplier to WS-Sup-Name(WS-s)
             end-if
           .

      *    WS-Seen-Found comes back 1 when WS-Seen-Probe was counted
      *    already; a new probe is remembered.
           check-seen.
             move 0 to WS-Seen-Found
             perform varying WS-q from 1 by 1
                     until WS-q > WS-SeenCount
               if WS-Seen-Key(WS-q) = WS-Seen-Probe
                 move 1 to WS-Seen-Found
                 exit perform
               end-if
             end-perform
             if WS-Seen-Found = 0 and WS-SeenCount < 6000
               add 1 to WS-SeenCount
               move WS-Seen-Probe to WS-Seen-Key(WS-SeenCount)
             end-if
           .

           tally-arrival-faults.
             move zero to WS-EOF
             open input ArrivalsRegister
             if WS-Register-Error
               exit paragraph
             end-if
             perform until WS-EOF = 1
               read ArrivalsRegister into WS-Register-Record
                 at end move 1 to WS-EOF
                 not at end perform tally-one-arrival
               end-read
             end-perform
             close ArrivalsRegister
             move zero to WS-EOF
           .

           tally-one-arrival.
             if WS-Reg-Outcome not = "LATE"
                and WS-Reg-Outcome not = "MISSING"
                and WS-Reg-Outcome not = "BADCTL"
               exit paragraph
             end-if
             move WS-Reg-Date to WS-Probe-Date
             perform find-date-slot
             if WS-Slot = 0
               exit paragraph
             end-if
             move spaces to WS-Seen-Probe
             string "ARR " WS-Reg-Date " " WS-Reg-Year " " WS-Reg-Day
               " " WS-Reg-Outcome
               delimited by size into WS-Seen-Probe
             perform check-seen
             if WS-Seen-Found = 1
               exit paragraph
             end-if
             move WS-Reg-Year to WS-Find-Year
             move WS-Reg-Day to WS-Find-Day
             perform charge-to-supplier
             evaluate WS-Reg-Outcome
               when "LATE"
                 add 1 to WS-Sup-Late(WS-s WS-Slot)
               when "MISSING"
                 add 1 to WS-Sup-Missing(WS-s WS-Slot)
               when other
                 add 1 to WS-Sup-CtlFail(WS-s WS-Slot)
             end-evaluate
           .

      *    live file first, then the generations of the scored months
      *    and the month after; check-seen drops the copies.
           tally-exception-rows.
             move "exceptions-ledger.txt" to WS-Source-Name
             move "N" to WS-Layout-Required
             perform tally-one-source
             perform varying WS-m from 1 by 1 until WS-m > 5
               move spaces to WS-Source-Name
               string "exceptions-ledger-" WS-Slot-Period(WS-m)
                 ".txt" delimited by size into WS-Source-Name
               move "Y" to WS-Layout-Required
               perform tally-one-source
             end-perform
           .

           tally-one-source.
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
             perform until WS-EOF = 1
               read LedgerSource
                 at end move 1 to WS-EOF
                 not at end perform tally-one-exception
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
                 move "EXCEPLG" to WS-Layout-Ledger
                 move WS-Source-Name to WS-Layout-Source
                 perform check-generation-layout
             end-read
           .

           tally-one-exception.
             move LedgerSource-Line to WS-ExceptionLedger-Line
             if WS-ExceptionLedger-Severity not = "REJECT"
                and WS-ExceptionLedger-Reason
                    not = "input control record mismatch"
               exit paragraph
             end-if
             move WS-ExceptionLedger-Date to WS-Probe-Date
             perform find-date-slot
             if WS-Slot = 0
               exit paragraph
             end-if
             move spaces to WS-Seen-Probe
             string "EXC " WS-ExceptionLedger-Line(1:76)
               delimited by size into WS-Seen-Probe
             perform check-seen
             if WS-Seen-Found = 1
               exit paragraph
             end-if
             move WS-ExceptionLedger-Year to WS-Find-Year
             move WS-ExceptionLedger-Day to WS-Find-Day
             perform charge-to-supplier
             if WS-ExceptionLedger-Severity = "REJECT"
               add 1 to WS-Sup-Rejects(WS-s WS-Slot)
             else
               add 1 to WS-Sup-CtlFail(WS-s WS-Slot)
             end-if
           .

      *    the vaulted .ctl carries the record count the run posted;
      *    a vault copy without one is counted directly.
           tally-posted-records.
             move zero to WS-EOF
             open input ProcessedInputs
             if WS-Processed-Error
               exit paragraph
             end-if
             perform until WS-EOF = 1
               read ProcessedInputs into WS-Processed-Record
                 at end move 1 to WS-EOF
                 not at end perform tally-one-posting
               end-read
             end-perform
             close ProcessedInputs
             move zero to WS-EOF
           .

           tally-one-posting.
             if WS-Proc-Vault = spaces
               exit paragraph
             end-if
             move WS-Proc-Date to WS-Probe-Date
             perform find-date-slot
             if WS-Slot = 0
               exit paragraph
             end-if
             perform count-vault-records
             move WS-Proc-Year to WS-Find-Year
             move WS-Proc-Day to WS-Find-Day
             perform charge-to-supplier
             add WS-Record-Count to WS-Sup-Records(WS-s WS-Slot)
           .

           count-vault-records.
             move zero to WS-Record-Count
             move zero to WS-Vault-EOF
             move spaces to WS-Vault-Name
             string function trim(WS-Proc-Vault) ".ctl"
               delimited by size into WS-Vault-Name
             open input VaultFile
             if WS-Vault-OK
               read VaultFile
                 at end move 1 to WS-Vault-EOF
               end-read
               close VaultFile
               if WS-Vault-EOF = 0
                  and VaultFile-Line(1:8) numeric
                 move VaultFile-Line(1:8) to WS-Record-Count
                 exit paragraph
               end-if
             end-if
             move zero to WS-Vault-EOF
             move WS-Proc-Vault to WS-Vault-Name
             open input VaultFile
             if WS-Vault-Error
               exit paragraph
             end-if
             perform until WS-Vault-EOF = 1
               read VaultFile
                 at end move 1 to WS-Vault-EOF
                 not at end add 1 to WS-Record-Count
               end-read
             end-perform
             close VaultFile
           .

      *    Day-Reject-Repair journals "REPAIR <rejects file> line n";
      *    the day is the two digits after "day" in the file name.
           tally-repairs.
             move zero to WS-EOF
             open input SessionJournal
             if WS-Journal-Error
               exit paragraph
             end-if
             perform until WS-EOF = 1
               read SessionJournal into WS-Journal-Record
                 at end move 1 to WS-EOF
                 not at end perform tally-one-repair
               end-read
             end-perform
             close SessionJournal
             move zero to WS-EOF
           .

           tally-one-repair.
             if WS-Jrn-Program not = "Day-Reject-Repair"
               exit paragraph
             end-if
             move spaces to WS-Jrn-Verb
             move spaces to WS-Jrn-File
             unstring WS-Jrn-Action delimited by all space
               into WS-Jrn-Verb WS-Jrn-File
             end-unstring
             if WS-Jrn-Verb not = "REPAIR"
                or WS-Jrn-File(1:3) not = "day"
                or WS-Jrn-File(4:2) not numeric
               exit paragraph
             end-if
             move WS-Jrn-Date to WS-Probe-Date
             perform find-date-slot
             if WS-Slot = 0
               exit paragraph
             end-if
             move spaces to WS-Find-Year
             move WS-Jrn-File(4:2) to WS-Find-Day
             perform charge-to-supplier
             add 1 to WS-Sup-Repairs(WS-s WS-Slot)
           .

      *    WS-Rate is rejects per thousand records for supplier WS-s
      *    in month WS-m.
           compute-reject-rate.
             move zero to WS-Rate
             if WS-Sup-Records(WS-s WS-m) > 0
               compute WS-Rate rounded =
                 WS-Sup-Rejects(WS-s WS-m) * 1000
                 / WS-Sup-Records(WS-s WS-m)
             end-if
           .

           write-scorecard.
             move spaces to WS-Scorecard-Name
             string "supplier-scorecard-" WS-Period ".txt"
               delimited by size into WS-Scorecard-Name
             open output Scorecard
             move spaces to Scorecard-Line
             string "===== supplier data-quality scorecard " WS-Period
               " - produced " WS-TodayDate " ====="
               delimited by size into Scorecard-Line
             write Scorecard-Line
             move spaces to Scorecard-Line
             move 1 to WS-Breach-Ptr
             move WS-Limit-Rate to WS-Limit-Edit
             string "breach when over: rejects/1000 "
               function trim(WS-Limit-Edit)
               delimited by size into Scorecard-Line
               with pointer WS-Breach-Ptr
             move WS-Limit-Late to WS-Small-Edit
             string ", late " function trim(WS-Small-Edit)
               delimited by size into Scorecard-Line
               with pointer WS-Breach-Ptr
             move WS-Limit-Missing to WS-Small-Edit
             string ", missing " function trim(WS-Small-Edit)
               delimited by size into Scorecard-Line
               with pointer WS-Breach-Ptr
             move WS-Limit-CtlFail to WS-Small-Edit
             string ", control fails " function trim(WS-Small-Edit)
               delimited by size into Scorecard-Line
               with pointer WS-Breach-Ptr
             move WS-Limit-Repairs to WS-Small-Edit
             string ", repairs " function trim(WS-Small-Edit)
               delimited by size into Scorecard-Line
               with pointer WS-Breach-Ptr
             write Scorecard-Line
             perform varying WS-s from 1 by 1 until WS-s > WS-SupCount
               perform write-one-supplier
             end-perform
             move spaces to Scorecard-Line
             write Scorecard-Line
             move spaces to Scorecard-Line
             string "suppliers scored: " WS-SupCount
               ", in breach: " WS-BreachCount
               delimited by size into Scorecard-Line
             write Scorecard-Line
             close Scorecard
           .

           write-one-supplier.
             move spaces to Scorecard-Line
             write Scorecard-Line
             move spaces to Scorecard-Line
             string "supplier " WS-Sup-Name(WS-s)
               delimited by size into Scorecard-Line
             write Scorecard-Line
             move "  month    records rejects rej/1000"
               to Scorecard-Line
             move "  late  miss  ctlf repairs" to Scorecard-Line(36:26)
             write Scorecard-Line
             perform varying WS-m from 1 by 1 until WS-m > 4
               perform compute-reject-rate
               move WS-Slot-Period(WS-m) to WS-Row-Period
               move WS-Sup-Records(WS-s WS-m) to WS-Row-Records
               move WS-Sup-Rejects(WS-s WS-m) to WS-Row-Rejects
               move WS-Rate to WS-Row-Rate
               move WS-Sup-Late(WS-s WS-m) to WS-Row-Late
               move WS-Sup-Missing(WS-s WS-m) to WS-Row-Missing
               move WS-Sup-CtlFail(WS-s WS-m) to WS-Row-CtlFail
               move WS-Sup-Repairs(WS-s WS-m) to WS-Row-Repairs
               move WS-Score-Row to Scorecard-Line
               write Scorecard-Line
             end-perform
             perform build-trend
             move spaces to Scorecard-Line
             string "  trend: rejects/1000 "
               function trim(WS-Trend-Rate)
               "; arrival faults " function trim(WS-Trend-Faults)
               delimited by size into Scorecard-Line
             write Scorecard-Line
             perform check-breach
             move spaces to Scorecard-Line
             if WS-Sup-Breach(WS-s) = 1
               string "  *** BREACH: " function trim(WS-Breach-Text)
                 delimited by size into Scorecard-Line
             else
               move "  within every threshold" to Scorecard-Line
             end-if
             write Scorecard-Line
           .

      *    the period against the average of the three months
      *    before it; a month with no records posted carries no
      *    reject rate and is left out of that average.
           build-trend.
             move zero to WS-Prior-Sum
             move zero to WS-Prior-Months
             move zero to WS-Prior-Faults
             perform varying WS-m from 2 by 1 until WS-m > 4
               if WS-Sup-Records(WS-s WS-m) > 0
                 perform compute-reject-rate
                 add WS-Rate to WS-Prior-Sum
                 add 1 to WS-Prior-Months
               end-if
               add WS-Sup-Late(WS-s WS-m) WS-Sup-Missing(WS-s WS-m)
                 WS-Sup-CtlFail(WS-s WS-m) to WS-Prior-Faults
             end-perform
             move 1 to WS-m
             perform compute-reject-rate
             move spaces to WS-Trend-Rate
             if WS-Sup-Records(WS-s 1) = 0 or WS-Prior-Months = 0
               move "no comparison" to WS-Trend-Rate
             else
               compute WS-Prior-Avg rounded =
                 WS-Prior-Sum / WS-Prior-Months
               move WS-Prior-Avg to WS-Rate-Edit
               evaluate true
                 when WS-Rate > WS-Prior-Avg
                   string "WORSE than 3-month average "
                     function trim(WS-Rate-Edit)
                     delimited by size into WS-Trend-Rate
                 when WS-Rate < WS-Prior-Avg
                   string "better than 3-month average "
                     function trim(WS-Rate-Edit)
                     delimited by size into WS-Trend-Rate
                 when other
                   string "level with 3-month average "
                     function trim(WS-Rate-Edit)
                     delimited by size into WS-Trend-Rate
               end-evaluate
             end-if
      *      faults compared as this month's count against three
      *      times the average, i.e. the three months' total.
             compute WS-Faults = WS-Sup-Late(WS-s 1)
               + WS-Sup-Missing(WS-s 1) + WS-Sup-CtlFail(WS-s 1)
             move WS-Faults to WS-Small-Edit
             move spaces to WS-Trend-Faults
             evaluate true
               when WS-Faults * 3 > WS-Prior-Faults
                 string function trim(WS-Small-Edit)
                   ", WORSE than 3-month average"
                   delimited by size into WS-Trend-Faults
               when WS-Faults * 3 < WS-Prior-Faults
                 string function trim(WS-Small-Edit)
                   ", better than 3-month average"
                   delimited by size into WS-Trend-Faults
               when other
                 string function trim(WS-Small-Edit)
                   ", level with 3-month average"
                   delimited by size into WS-Trend-Faults
             end-evaluate
           .

           check-breach.
             move 0 to WS-Sup-Breach(WS-s)
             move spaces to WS-Breach-Text
             move 1 to WS-Breach-Ptr
             move 1 to WS-m
             perform compute-reject-rate
             if WS-Rate > WS-Limit-Rate
               move WS-Rate to WS-Rate-Edit
               string " rejects/1000 " function trim(WS-Rate-Edit)
                 delimited by size into WS-Breach-Text
                 with pointer WS-Breach-Ptr
               move 1 to WS-Sup-Breach(WS-s)
             end-if
             if WS-Sup-Late(WS-s 1) > WS-Limit-Late
               move WS-Sup-Late(WS-s 1) to WS-Small-Edit
               string " late " function trim(WS-Small-Edit)
                 delimited by size into WS-Breach-Text
                 with pointer WS-Breach-Ptr
               move 1 to WS-Sup-Breach(WS-s)
             end-if
             if WS-Sup-Missing(WS-s 1) > WS-Limit-Missing
               move WS-Sup-Missing(WS-s 1) to WS-Small-Edit
               string " missing " function trim(WS-Small-Edit)
                 delimited by size into WS-Breach-Text
                 with pointer WS-Breach-Ptr
               move 1 to WS-Sup-Breach(WS-s)
             end-if
             if WS-Sup-CtlFail(WS-s 1) > WS-Limit-CtlFail
               move WS-Sup-CtlFail(WS-s 1) to WS-Small-Edit
               string " control-fails " function trim(WS-Small-Edit)
                 delimited by size into WS-Breach-Text
                 with pointer WS-Breach-Ptr
               move 1 to WS-Sup-Breach(WS-s)
             end-if
             if WS-Sup-Repairs(WS-s 1) > WS-Limit-Repairs
               move WS-Sup-Repairs(WS-s 1) to WS-Small-Edit
               string " repairs " function trim(WS-Small-Edit)
                 delimited by size into WS-Breach-Text
                 with pointer WS-Breach-Ptr
               move 1 to WS-Sup-Breach(WS-s)
             end-if
             if WS-Sup-Breach(WS-s) = 1
               add 1 to WS-BreachCount
               display "*** BREACH: supplier "
                 function trim(WS-Sup-Name(WS-s)) ": "
                 function trim(WS-Breach-Text) " ***"
             end-if
           .

           copy "ledgverp.cpy".
