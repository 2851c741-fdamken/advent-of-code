      *    now was hand-edited - and a deleted or contradictory row
      *    just made Day-02c's look-up-score silently return zero
      *    forever after. three modes, picked by the command line:
      *      LIST [yyyy-mm-dd]        show the table in force on a
      *                               date (today by default)
      *      CHECK                    validate every effective period
      *      SET <opp> <player> <score> <outcome> [yyyy-mm-dd]
      *                               add or change one rule from a
      *                               date on (today by default)
      *    every rule row carries an effective-from date in column
      *    13 (a row without one has been in force since always), so
      *    a rerun of an old input is scored under the rules of its
      *    day. the set in force on a date is, for each combination,
      *    the row with the latest effective-from not after it.
      *    SET applies the change in memory first and only rewrites
      *    the live file when the set in force from every effective
      *    date on file validates: all nine opponent/player
      *    combinations present exactly once, each outcome
      *    consistent with the two moves, and each score equal to
      *    shape value plus outcome points. every accepted change is
      *    appended to rule-change-audit.txt with the date, operator
      *    and effective-from date.
      *    the operator on the audit row comes from an
      *    Operator-Signon sign-on against operator-master.txt, not
      *    from an environment variable anyone can export; SET is a
      *    supervisor (level 2) function, and every accepted change
      *    is journalled to session-journal.txt.
      *    a SET that validates is not applied on one operator's
      *    say-so: it is held on master-changes.txt through
      *    Change-Control, and two more modes close it -
      *      APPROVE <ref>    a second supervisor, never the maker,
      *                       replays the held SET under their own
      *                       sign-on, validated again against the
      *                       table as it now stands; the journal
      *                       row carries both operator ids
      *      REJECT <ref>     a second supervisor drops it
      *    a change left pending past pending-change-hours expires.
       environment division.
           input-output section.
             file-control.
                  05 Rule-Score        pic 9(02).
                  05 FILLER           pic A.
                  05 Rule-Outcome      pic A(04).
                  05 FILLER           pic A.
                  05 Rule-EffectiveFrom pic X(10).
             fd RuleAudit.
               01 RuleAudit-Line pic X(80).
           working-storage section.
             01 WS-Arg-Player pic X(4).
             01 WS-Arg-Score pic X(4).
             01 WS-Arg-Outcome pic X(8).
             01 WS-Arg-From  pic X(12).
             01 WS-Operator pic X(3).
      *      lock handshake with Lock-Manager - SET holds
      *      scoring-rules.txt exclusively against the batch's
             88 WS-Operator-Supervisor value "2".
             01 WS-Signon-Action  pic X(60).
             01 WS-Signon-Found   pic X(1).
      *      maker-checker hand-off with Change-Control - a change is
      *      held pending until a second supervisor approves it.
             01 WS-Change-Mode     pic X(1).
             01 WS-Change-Ref      pic 9(06).
             01 WS-Change-Program  pic X(20) value "Day-02-Rules-Maint".
             01 WS-Change-Request  pic X(140).
             01 WS-Change-Maker    pic X(3).
             01 WS-Change-Status   pic X(1).
             01 WS-Change-Found    pic X(1).
             01 WS-Change-Applying pic 9 value zero.
             01 WS-Change-Applied  pic 9 value zero.
             01 WS-Change-Ref-Disp pic Z(5)9.
             01 WS-Arg-Ref         pic X(10).
      *      every row on file, undated rows held as 0000-00-00 so
      *      they sort and compare ahead of any real date.
             01 WS-RowCount pic 9(03) value zero.
             01 WS-Row-Table.
                05 WS-Row occurs 200 times.
                   10 WS-Row-From    pic X(10).
                   10 WS-Row-Slot    pic 9(02).
                   10 WS-Row-Score   pic 9(02).
                   10 WS-Row-Outcome pic A(04).
             01 WS-Row-Hold pic X(18).
             01 WS-r  pic 9(03).
             01 WS-r2 pic 9(03).
             01 WS-r3 pic 9(03).
             01 WS-First pic 9.
      *      the set in force on WS-AsOf-Date, built from the rows by
      *      build-slots-asof. the nine combinations live in a fixed
      *      3x3 slot table - (opponent, player) maps straight to a
      *      slot, and the per-slot count is how duplicates (two rows
      *      for one combination from the same date) and gaps are
      *      caught.
             01 WS-AsOf-Date pic X(10).
             01 WS-Slot-Table.
                05 WS-Slot occurs 9 times.
                   10 WS-Slot-Count   pic 9(02).
                   10 WS-Slot-Score   pic 9(02).
                   10 WS-Slot-Outcome pic A(04).
                   10 WS-Slot-From    pic X(10).
             01 WS-s pic 9(02).
             01 WS-Opp    pic A.
             01 WS-Player pic A.
             01 WS-Old-Outcome pic A(04).
             01 WS-Had-Old pic 9.
             01 WS-Valid pic 9.
             01 WS-ErrorCount pic 9(04).
             01 WS-PeriodErrors pic 9(04).
             01 WS-PeriodCount pic 9(03).
             01 WS-Period-Label pic X(10).
             01 WS-Set-From pic X(10).
             01 WS-Set-Outcome pic A(04).
             01 WS-TodayDate pic X(10).
             01 WS-CurrentDate pic X(8).
             01 WS-Audit-Row.
                05 WS-Audit-NewScore pic 9(2).
                05 FILLER            pic X(1) value space.
                05 WS-Audit-NewOut   pic X(4).
                05 FILLER            pic X(5) value " eff ".
                05 WS-Audit-From     pic X(10).
       procedure division.
           move function current-date(1:8) to WS-CurrentDate
           string WS-CurrentDate(1:4) "-" WS-CurrentDate(5:2) "-"
                  WS-CurrentDate(7:2)
             delimited by size into WS-TodayDate
           accept WS-Param-Line from command-line
           perform split-param-line
           move "S" to WS-Signon-Mode
           call "Operator-Signon" using WS-Signon-Mode
             WS-Signon-Program WS-Operator WS-Operator-Name
           if WS-Signon-Found not = "Y"
             goback
           end-if
           if WS-Mode = "APPROVE" or WS-Mode = "REJECT"
             perform review-pending-change
             if WS-Change-Applying = 0
               goback
             end-if
           end-if
           perform load-rules-table
           evaluate WS-Mode
             when "LIST"  perform list-rules
             when "SET"   perform set-rule
             when other
               display "Day-02-Rules-Maint: usage is LIST, CHECK, "
                 "SET <opp> <player> <score> <outcome> "
                 "[yyyy-mm-dd], APPROVE <ref> or REJECT <ref>"
           end-evaluate
           if WS-Change-Applying = 1
             perform close-approved-change
           end-if
           goback.

           split-param-line.
             move spaces to WS-Mode
             move spaces to WS-Arg-Opp
             move spaces to WS-Arg-Player
             move spaces to WS-Arg-Score
             move spaces to WS-Arg-Outcome
             move spaces to WS-Arg-From
             unstring WS-Param-Line delimited by all space
               into WS-Mode WS-Arg-Opp WS-Arg-Player WS-Arg-Score
                    WS-Arg-Outcome WS-Arg-From
             end-unstring
             move function upper-case(WS-Mode) to WS-Mode
      *      LIST takes its date as the first argument.
             if WS-Mode = "LIST"
               move spaces to WS-Arg-From
               unstring WS-Param-Line delimited by all space
                 into WS-Mode WS-Arg-From
               end-unstring
               move function upper-case(WS-Mode) to WS-Mode
             end-if
           .

      *    APPROVE and REJECT take a second supervisor, and never
      *    the maker. an approved change's command line becomes this
      *    run's, so it goes through SET exactly as first typed.
           review-pending-change.
             if not WS-Operator-Supervisor
               display function trim(WS-Mode) " takes a supervisor "
                 "- nothing changed"
               exit paragraph
             end-if
             move spaces to WS-Arg-Ref
             unstring WS-Param-Line delimited by all space
               into WS-Mode WS-Arg-Ref
             end-unstring
             move function upper-case(WS-Mode) to WS-Mode
             move WS-Arg-Ref to WS-Numval-Input
             perform validate-numeric-field
             if WS-Numval-Is-Invalid or WS-Arg-Ref = spaces
               display function trim(WS-Mode)
                 " needs a pending change reference"
               exit paragraph
             end-if
             move WS-Numval-Result to WS-Change-Ref
             move WS-Change-Ref to WS-Change-Ref-Disp
             move "F" to WS-Change-Mode
             perform call-change-control
             if WS-Change-Found not = "Y"
                or WS-Change-Program not = "Day-02-Rules-Maint"
               display "no change " function trim(WS-Change-Ref-Disp)
                 " is held for Day-02-Rules-Maint"
               exit paragraph
             end-if
             evaluate WS-Change-Status
               when "A"
                 display "change " function trim(WS-Change-Ref-Disp)
                   " was applied already"
                 exit paragraph
               when "R"
                 display "change " function trim(WS-Change-Ref-Disp)
                   " was rejected"
                 exit paragraph
               when "E"
                 display "change " function trim(WS-Change-Ref-Disp)
                   " has expired - the maker must SET it again"
                 exit paragraph
             end-evaluate
             if WS-Change-Maker = WS-Operator
               display "change " function trim(WS-Change-Ref-Disp)
                 " is your own - a second supervisor must "
                 function trim(WS-Mode) " it"
               exit paragraph
             end-if
             if WS-Mode = "REJECT"
               move "R" to WS-Change-Mode
               perform call-change-control
               if WS-Change-Found = "Y"
                 display "change " function trim(WS-Change-Ref-Disp)
                   " rejected - nothing changed"
                 move spaces to WS-Signon-Action
                 string "REJECT change " WS-Change-Ref " maker "
                   WS-Change-Maker " checker " WS-Operator
                   delimited by size into WS-Signon-Action
                 perform journal-operator-action
               end-if
               exit paragraph
             end-if
             move WS-Change-Request to WS-Param-Line
             perform split-param-line
             move 1 to WS-Change-Applying
           .

           hold-pending-change.
             move "H" to WS-Change-Mode
             move WS-Param-Line to WS-Change-Request
             perform call-change-control
             if WS-Change-Found not = "Y"
               display "the change could not be held - nothing "
                 "changed"
               exit paragraph
             end-if
             move WS-Change-Ref to WS-Change-Ref-Disp
             display "change held pending as "
               function trim(WS-Change-Ref-Disp)
               " - a second supervisor must run Day-02-Rules-Maint "
               "APPROVE " function trim(WS-Change-Ref-Disp)
             move spaces to WS-Signon-Action
             string "HOLD change " WS-Change-Ref " "
               function trim(WS-Param-Line)
               delimited by size into WS-Signon-Action
             perform journal-operator-action
           .

      *    the journal row carries both ids: the checker signed on,
      *    the maker named in the action.
           close-approved-change.
             if WS-Change-Applied = 0
               display "change " function trim(WS-Change-Ref-Disp)
                 " was not applied - it stays pending"
               exit paragraph
             end-if
             move "A" to WS-Change-Mode
             perform call-change-control
             if WS-Change-Found not = "Y"
               display "change " function trim(WS-Change-Ref-Disp)
                 " applied but not closed on master-changes.txt"
             end-if
             move spaces to WS-Signon-Action
             string "APPLY change " WS-Change-Ref " maker "
               WS-Change-Maker " checker " WS-Operator
               delimited by size into WS-Signon-Action
             perform journal-operator-action
           .

           call-change-control.
             call "Change-Control" using WS-Change-Mode WS-Change-Ref
               WS-Change-Program WS-Operator WS-Change-Request
               WS-Change-Maker WS-Change-Status WS-Change-Found
           .

           journal-operator-action.
             move "J" to WS-Signon-Mode
             call "Operator-Signon" using WS-Signon-Mode
               WS-Signon-Program WS-Operator WS-Operator-Name
               WS-Operator-Level WS-Signon-Action WS-Signon-Found
           .

           load-rules-table.
             move zero to WS-EOF
             move zero to WS-RowCount
             open input ScoringRules
             if WS-Rules-Error
               display "Day-02-Rules-Maint: no scoring-rules.txt - "
                     display "rule with unknown moves '" WS-Opp
                       "/" WS-Player "' ignored on load"
                   else
                     perform load-one-row
                   end-if
               end-read
             end-perform
             close ScoringRules
           .

           load-one-row.
             if WS-RowCount >= 200
               display "more than 200 rules on file - row for "
                 WS-Opp "/" WS-Player " ignored on load"
               exit paragraph
             end-if
             add 1 to WS-RowCount
             move Rule-EffectiveFrom to WS-Row-From(WS-RowCount)
             if WS-Row-From(WS-RowCount) = spaces
               move "0000-00-00" to WS-Row-From(WS-RowCount)
             end-if
             move WS-s to WS-Row-Slot(WS-RowCount)
             move Rule-Score to WS-Row-Score(WS-RowCount)
             move Rule-Outcome to WS-Row-Outcome(WS-RowCount)
           .

      *    for each combination, the row with the latest
      *    effective-from on or before WS-AsOf-Date; a second row
      *    from that same date counts as a duplicate.
           build-slots-asof.
             perform varying WS-s from 1 by 1 until WS-s > 9
               move zero to WS-Slot-Count(WS-s)
               move zero to WS-Slot-Score(WS-s)
               move spaces to WS-Slot-Outcome(WS-s)
               move low-values to WS-Slot-From(WS-s)
             end-perform
             perform varying WS-r2 from 1 by 1
                     until WS-r2 > WS-RowCount
               if WS-Row-From(WS-r2) not > WS-AsOf-Date
                 move WS-Row-Slot(WS-r2) to WS-s
                 evaluate true
                   when WS-Row-From(WS-r2) > WS-Slot-From(WS-s)
                     move 1 to WS-Slot-Count(WS-s)
                   when WS-Row-From(WS-r2) = WS-Slot-From(WS-s)
                     add 1 to WS-Slot-Count(WS-s)
                   when other
                     exit perform cycle
                 end-evaluate
                 move WS-Row-Score(WS-r2) to WS-Slot-Score(WS-s)
                 move WS-Row-Outcome(WS-r2) to WS-Slot-Outcome(WS-s)
                 move WS-Row-From(WS-r2) to WS-Slot-From(WS-s)
               end-if
             end-perform
           .

      *    slot = (opponent - "A") * 3 + (player - "X") + 1; zero
      *    means the moves are outside the A-C/X-Z alphabets.
           compute-slot.
             end-evaluate
           .

      *    every distinct effective-from date on file opens a
      *    period, and the set in force from each one must stand on
      *    its own - a change dated last month is checked against
      *    the rules it was combined with then, not today's.
           validate-rules-table.
             move 1 to WS-Valid
             move zero to WS-ErrorCount
             move zero to WS-PeriodCount
             if WS-RowCount = 0
               move "0000-00-00" to WS-AsOf-Date
               perform validate-one-period
             end-if
             perform varying WS-r from 1 by 1 until WS-r > WS-RowCount
               move 1 to WS-First
               perform varying WS-r3 from 1 by 1
                       until WS-r3 >= WS-r
                 if WS-Row-From(WS-r3) = WS-Row-From(WS-r)
                   move 0 to WS-First
                   exit perform
                 end-if
               end-perform
               if WS-First = 1
                 move WS-Row-From(WS-r) to WS-AsOf-Date
                 perform validate-one-period
               end-if
             end-perform
             if WS-ErrorCount > 0
               move 0 to WS-Valid
             end-if
           .

           validate-one-period.
             add 1 to WS-PeriodCount
             perform build-slots-asof
             move WS-AsOf-Date to WS-Period-Label
             if WS-Period-Label = "0000-00-00"
               move "(undated)" to WS-Period-Label
             end-if
             move WS-ErrorCount to WS-PeriodErrors
             perform varying WS-s from 1 by 1 until WS-s > 9
               perform validate-one-slot
             end-perform
             if WS-ErrorCount > WS-PeriodErrors
               compute WS-PeriodErrors =
                 WS-ErrorCount - WS-PeriodErrors
               display "  - " WS-PeriodErrors " problem(s) in the "
                 "rules in force from " WS-Period-Label
             end-if
           .

           validate-one-slot.
             compute WS-Opp-N = (WS-s - 1) / 3 + 1
             compute WS-Player-N = WS-s - (WS-Opp-N - 1) * 3
           .

           list-rules.
             move WS-TodayDate to WS-AsOf-Date
             if WS-Arg-From not = spaces
               perform validate-from-date
               if WS-Valid = 0
                 display "LIST takes a date as yyyy-mm-dd, got '"
                   function trim(WS-Arg-From) "'"
                 exit paragraph
               end-if
               move WS-Arg-From to WS-AsOf-Date
             end-if
             perform build-slots-asof
             display "scoring rules in force on " WS-AsOf-Date
             perform varying WS-s from 1 by 1 until WS-s > 9
               compute WS-Opp-N = (WS-s - 1) / 3 + 1
               compute WS-Player-N = WS-s - (WS-Opp-N - 1) * 3
               if WS-Slot-Count(WS-s) = 0
                 display WS-Opp " " WS-Player " --  MISSING"
               else
                 move WS-Slot-From(WS-s) to WS-Period-Label
                 if WS-Period-Label = "0000-00-00"
                   move "(undated)" to WS-Period-Label
                 end-if
                 display WS-Opp " " WS-Player " "
                   WS-Slot-Score(WS-s) " " WS-Slot-Outcome(WS-s)
                   "  from " WS-Period-Label
               end-if
             end-perform
           .
             perform validate-rules-table
             if WS-Valid = 1
               display "scoring-rules.txt validates clean: all nine "
                 "combinations present and consistent in each of "
                 WS-PeriodCount " effective period(s)"
             else
               display "scoring-rules.txt has " WS-ErrorCount
                 " problem(s) - see messages above"
               exit paragraph
             end-if
             move WS-Numval-Result to WS-New-Score
             move WS-TodayDate to WS-Set-From
             if WS-Arg-From not = spaces
               perform validate-from-date
               if WS-Valid = 0
                 display "SET takes an effective-from date as "
                   "yyyy-mm-dd, got '" function trim(WS-Arg-From) "'"
                 exit paragraph
               end-if
               move WS-Arg-From to WS-Set-From
             end-if
      *      validate-rules-table and rewrite-rules-file both cycle
      *      WS-s and WS-Opp/WS-Player through all nine slots, so the
      *      slot being changed is kept aside first. the old value
      *      audited is the one in force on the effective date.
             move WS-s to WS-Set-Slot
             move WS-Opp to WS-Set-Opp
             move WS-Player to WS-Set-Player
             move WS-Set-From to WS-AsOf-Date
             perform build-slots-asof
             move WS-Slot-Count(WS-Set-Slot) to WS-Had-Old
             move WS-Slot-Score(WS-Set-Slot) to WS-Old-Score
             move WS-Slot-Outcome(WS-Set-Slot) to WS-Old-Outcome
             perform apply-set-row
             if WS-Valid = 0
               exit paragraph
             end-if
             perform validate-rules-table
             if WS-Valid = 0
               display "change rejected - the table would not "
                 "validate; scoring-rules.txt left untouched"
               exit paragraph
             end-if
             if WS-Change-Applying = 0
               perform hold-pending-change
               exit paragraph
             end-if
             move "A" to WS-Lock-Mode
             move "X" to WS-Lock-Share
             call "Lock-Manager" using WS-Lock-Mode
               WS-Lock-Resource WS-Lock-Share WS-Lock-Program
               WS-Operator WS-Lock-Result WS-Lock-Holder
             display "rule " WS-Set-Opp " " WS-Set-Player " set to "
               WS-New-Score " " WS-Set-Outcome
               " from " WS-Set-From " - change audited"
             move spaces to WS-Signon-Action
             string "SET rule " WS-Set-Opp " " WS-Set-Player " "
               delimited by size into WS-Signon-Action
             move WS-New-Score to WS-Signon-Action(14:2)
             move WS-Set-Outcome to WS-Signon-Action(17:4)
             move "from" to WS-Signon-Action(22:4)
             move WS-Set-From to WS-Signon-Action(27:10)
             move "J" to WS-Signon-Mode
             call "Operator-Signon" using WS-Signon-Mode
               WS-Signon-Program WS-Operator WS-Operator-Name
               WS-Operator-Level WS-Signon-Action WS-Signon-Found
             move 1 to WS-Change-Applied
           .

      *    a row already dated from the effective date is changed in
      *    place; otherwise the change is a new row.
           apply-set-row.
             move 1 to WS-Valid
             perform varying WS-r from 1 by 1 until WS-r > WS-RowCount
               if WS-Row-Slot(WS-r) = WS-Set-Slot
                  and WS-Row-From(WS-r) = WS-Set-From
                 exit perform
               end-if
             end-perform
             if WS-r > WS-RowCount
               if WS-RowCount >= 200
                 display "scoring-rules.txt already holds 200 rules "
                   "- nothing changed"
                 move 0 to WS-Valid
                 exit paragraph
               end-if
               add 1 to WS-RowCount
               move WS-RowCount to WS-r
               move WS-Set-From to WS-Row-From(WS-r)
               move WS-Set-Slot to WS-Row-Slot(WS-r)
             end-if
             move WS-New-Score to WS-Row-Score(WS-r)
             move function upper-case(WS-Arg-Outcome)
               to WS-Set-Outcome
             move WS-Set-Outcome to WS-Row-Outcome(WS-r)
           .

      *    yyyy-mm-dd with a month 01-12 and a day 01-31.
           validate-from-date.
             move 1 to WS-Valid
             if WS-Arg-From(1:4) not numeric
                or WS-Arg-From(5:1) not = "-"
                or WS-Arg-From(6:2) not numeric
                or WS-Arg-From(8:1) not = "-"
                or WS-Arg-From(9:2) not numeric
                or WS-Arg-From(11:2) not = spaces
               move 0 to WS-Valid
               exit paragraph
             end-if
             if WS-Arg-From(6:2) < "01" or WS-Arg-From(6:2) > "12"
                or WS-Arg-From(9:2) < "01" or WS-Arg-From(9:2) > "31"
               move 0 to WS-Valid
             end-if
           .

      *    rows go back out in effective-date order, then slot, so
      *    each period's changes read together; an undated row stays
      *    undated.
           rewrite-rules-file.
             perform sort-rows
             open output ScoringRules
             perform varying WS-r from 1 by 1 until WS-r > WS-RowCount
               move WS-Row-Slot(WS-r) to WS-s
               compute WS-Opp-N = (WS-s - 1) / 3 + 1
               compute WS-Player-N = WS-s - (WS-Opp-N - 1) * 3
               evaluate WS-Opp-N
               move "," to ScoringRules-FILE(2:1)
               move "," to ScoringRules-FILE(4:1)
               move "," to ScoringRules-FILE(7:1)
               move WS-Row-Score(WS-r) to Rule-Score
               move WS-Row-Outcome(WS-r) to Rule-Outcome
               if WS-Row-From(WS-r) = "0000-00-00"
                 move spaces to ScoringRules-FILE(12:11)
               else
                 move "," to ScoringRules-FILE(12:1)
                 move WS-Row-From(WS-r) to Rule-EffectiveFrom
               end-if
               write ScoringRules-FILE
             end-perform
             close ScoringRules
           .

           sort-rows.
             perform varying WS-r from 2 by 1 until WS-r > WS-RowCount
               move WS-Row(WS-r) to WS-Row-Hold
               move WS-r to WS-r2
               perform until WS-r2 < 2
                 compute WS-r3 = WS-r2 - 1
                 if WS-Row(WS-r3)(1:12) not > WS-Row-Hold(1:12)
                   exit perform
                 end-if
                 move WS-Row(WS-r3) to WS-Row(WS-r2)
                 move WS-r3 to WS-r2
               end-perform
               move WS-Row-Hold to WS-Row(WS-r2)
             end-perform
           .

      *    the audited operator is the signed-on id - AOC_OPERATOR is
      *    no longer consulted, since anyone could export it.
           append-audit-row.
               move WS-Old-Score to WS-Audit-OldScore
               move WS-Old-Outcome to WS-Audit-OldOut
             end-if
             move WS-New-Score to WS-Audit-NewScore
             move WS-Set-Outcome to WS-Audit-NewOut
             move WS-Set-From to WS-Audit-From
             move WS-Audit-Row to RuleAudit-Line
             write RuleAudit-Line
             close RuleAudit
