             file-control.
      *        the input file defaults to "input.txt" but can be
      *        pointed at any file via the AOC_INPUT_FILE environment
      *        variable, without touching anything on disk. with
      *        AOC_INPUT_FORMAT TABULAR that file is the yard
      *        terminal's crate-position feed instead, and what is
      *        read here is its drawn form as Day-05-Feed-Render
      *        rendered it - the input file itself is still what the
      *        processed-input register and the messages name.
               select CargoCrane assign to dynamic WS-CargoCrane-Name
                 organization is line sequential
                 file status is WS-File-Status-Code.
      *        move instructions that reference an empty source stack
      *        with its weight class and contents code, loaded at
      *        startup so the crane rating is enforced here instead
      *        of on a clipboard next to the terminal.
               select CrateMaster assign to dynamic WS-CrateMaster-Name
                 organization is line sequential
                 file status is WS-CrateMaster-Status.
      *        the yard's segregation rules, loaded at startup and
      *        another (ADJ FUEL FOOD), HGT rows cap how high a code
      *        may be stacked (HGT MEDS 5). a violating move is
      *        rejected with a SEGREGATION reason - a skipped puzzle
      *        answer is cheaper than a yard incident report. HAZ and
      *        WGT rows are the fire marshal's (hazardous codes and
      *        per-stack hazardous weight limits, reported by
      *        Day-05-Hazard-Register) and do not bar a move.
               select SegregationRules
                 assign to "segregation-rules.txt"
                 organization is line sequential
                 file status is WS-Extend-Status.
      *        one record per single-crate transfer, so a missing
      *        crate can be traced back to the exact move that
      *        carried it. in multi-crane mode each row also
      *        carries the crane that made the transfer and its time
      *        slot; both are blank for a single-crane run.
      *        file name is dynamic for the same what-if reason as
      *        MoveRejectsLog above.
               select TransactionLog
      *        what-if simulation inputs/outputs: an alternative
      *        move list to trial-run against the rostered starting
      *        stacks, and the simulated top-crates answer - kept
      *        apart from every production file. the simulated final
      *        layout goes through FinalStacks under the name
      *        day05a-whatif-final-stacks.txt, so a planner can prove
      *        a revised list ends where the original one does.
      *        an optional starting layout in that same row shape
      *        replaces the rostered stacks, so a list planned
      *        against the end-of-night yard (Day-05-Pick-Plan's)
      *        rehearses against the yard it was planned for.
               select WhatIfMoves
                 assign to dynamic WS-WhatIf-Moves-Name
                 organization is line sequential
                 file status is WS-WhatIf-Status.
               select WhatIfStart
                 assign to dynamic WS-WhatIf-Start-Name
                 organization is line sequential
                 file status is WS-WhatIfStart-Status.
               select WhatIfResult
                 assign to "day05a-whatif-result.txt"
                 organization is line sequential.
      *        the yard's cranes, for the multi-crane mode
      *        (site-config crane-mode MULTI): crane id, rated
      *        capacity for one lift, and the stacks its track
      *        reaches ("1-5,8" or ALL). each instruction goes to a
      *        crane reaching both of its stacks, and is given the
      *        earliest time slot after the last move on either
      *        stack and the crane's own last move - so moves on
      *        different stacks run side by side while moves on the
      *        same stack keep their order. moves no single crane
      *        reaches are rejected and listed on their own file;
      *        each crane's busy slots against the whole shift's
      *        slots make the utilization summary.
               select CraneMaster assign to dynamic WS-CraneMaster-Name
                 organization is line sequential
                 file status is WS-CraneMaster-Status.
               select UnreachableLog
                 assign to dynamic WS-Unreachable-Name
                 organization is line sequential
                 file status is WS-Extend-Status.
               select CraneUtilization
                 assign to dynamic WS-CraneUtil-Name
                 organization is line sequential.
      *        inbound deliveries for the day, put away onto the
      *        starting stacks before the move list runs: crate
      *        letter, contents code, weight class and delivery
      *        reference, comma separated like the crate master.
      *        each crate goes to the lowest stack with room that
      *        clears the segregation rules (and, in multi-crane
      *        mode, that a crane rated for it can reach), so the
      *        stack roster - and every later reader of it - starts
      *        from the yard as it stands after receiving. placements
      *        go on the transaction log as receipts (from-stack
      *        RCV); receipts that cannot be placed go on their own
      *        rejects file and the exceptions ledger.
               select InboundReceipts
                 assign to dynamic WS-Receipts-Name
                 organization is line sequential
                 file status is WS-Receipts-Status.
               select ReceiptRejectsLog
                 assign to dynamic WS-ReceiptRej-Name
                 organization is line sequential.
               select RunHistory assign to "staging-day05a-history.txt"
                 organization is line sequential
                 file status is WS-Extend-Status.
                 assign to "staging-day05a-control.txt"
                 organization is line sequential
                 file status is WS-Extend-Status.
      *        crane preventive-maintenance master - every
      *        production run adds its lifts and weight-units to the
      *        crane that made them. shared with Day-05-Service-Due
      *        and Day-05-Service-Entry, see crnsvc.cpy.
               select CraneService
                 assign to dynamic WS-CraneService-Name
                 organization is line sequential
                 file status is WS-CrnS-Status.
       data division.
           file section.
             fd CargoCrane.
                   05 MH-RestLevel pic 9(3).
             fd WhatIfMoves.
                01 WhatIfMoves-Line pic A(100).
             fd WhatIfStart.
                01 WhatIfStart-Line pic X(210).
             fd WhatIfResult.
                01 WhatIfResult-Line pic X(1010).
             fd CraneMaster.
                01 CraneMaster-Line pic X(80).
             fd UnreachableLog.
                01 UnreachableLog-Line pic X(80).
             fd CraneUtilization.
                01 CraneUtilization-Line pic X(80).
             fd InboundReceipts.
                01 InboundReceipts-Line pic X(40).
             fd ReceiptRejectsLog.
                01 ReceiptRejectsLog-Line pic X(100).
             fd RunHistory.
                01 RunHistory-Line pic X(90).
             fd RunControl.
                01 RunControl-Record pic X(100).
             fd CraneService.
                01 CraneService-Line pic X(80).
           working-storage section.
      *      bounded-table high-water marks, reported through
      *      Table-HWM alongside the run-control counts, plus the
             copy "filestat.cpy".
             copy "elapsed.cpy".
             01 WS-Input-File-Name pic X(100) value "input.txt".
      *      input layout from the manifest row (AOC_INPUT_FORMAT):
      *      DRAWN reads the input file as it stands; TABULAR takes
      *      it as a position feed, with its move list named by
      *      AOC_MOVES_FILE or else <input-file>.moves, validated
      *      and rendered to day05a-feed-drawing.txt - refused rows
      *      on day05a-feed-rejects.txt - before the usual parse.
             01 WS-CargoCrane-Name pic X(100).
             01 WS-Input-Format pic X(8) value "DRAWN".
             88 WS-Input-Tabular value "TABULAR".
             01 WS-Moves-File-Name pic X(100).
             01 WS-Feed-Render-Name pic X(100)
                value "day05a-feed-drawing.txt".
             01 WS-Feed-Rejects-Name pic X(100)
                value "day05a-feed-rejects.txt".
             01 WS-Feed-Result pic X(1).
             01 WS-Feed-Rejects pic 9(08).
      *      SIMULATE as the first command-line parameter runs the
      *      what-if mode: stacks from day05a-stack-roster.dat, moves
      *      from the file named by the second parameter (default
      *      day05a-whatif-moves.txt), outputs to the whatif files,
      *      and no production file or ledger touched. a third
      *      parameter names a starting layout in the final-stacks
      *      row shape to simulate from instead of the roster.
             01 WS-Param-Line pic X(220).
             01 WS-Mode-Param pic X(10).
             01 WS-WhatIf-Moves-Param pic X(100).
             01 WS-WhatIf-Start-Param pic X(100).
             01 WS-WhatIf-Start-Name pic X(100).
             01 WS-WhatIfStart-Status pic XX.
             88 WS-WhatIfStart-OK    value "00".
             01 WS-Simulate pic 9 value zero.
             01 WS-WhatIf-Status pic XX.
             88 WS-WhatIf-OK    value "00".
                05 WS-Transaction-Date   pic X(10).
                05 FILLER                pic X(1) value space.
                05 WS-Transaction-Time   pic X(8).
                05 FILLER                pic X(1) value space.
                05 WS-Transaction-Crane  pic X(4).
                05 FILLER                pic X(1) value space.
                05 WS-Transaction-Slot   pic X(8).
             01 WS-Log-Stamp-Time pic X(8).
      *      multi-crane mode: the crane table with each crane's
      *      reach as up to ten stack ranges, and the slot
      *      bookkeeping - the last slot used on every stack and by
      *      every crane. one crate transfer takes one slot.
             01 WS-Crane-Mode pic X(6) value "SINGLE".
             01 WS-MultiCrane pic 9 value zero.
             01 WS-CraneMaster-Status pic XX.
             88 WS-CraneMaster-OK    value "00".
             88 WS-CraneMaster-Error value "30" thru "99".
             01 WS-CraneMaster-Record.
                05 WS-CMRec-Id       pic X(4).
                05 FILLER            pic X(1).
                05 WS-CMRec-Capacity pic X(4).
                05 FILLER            pic X(1).
                05 WS-CMRec-Reach    pic X(60).
             01 WS-CraneCount pic 9(02) value zero.
             01 WS-Crane-Table.
                05 WS-Crane occurs 10 times.
                   10 WS-Crane-Id         pic X(4).
                   10 WS-Crane-Capacity   pic 9(04).
                   10 WS-Crane-RangeCount pic 9(02).
                   10 WS-Crane-Range occurs 10 times.
                      15 WS-Crane-Reach-Lo pic 9(04).
                      15 WS-Crane-Reach-Hi pic 9(04).
                   10 WS-Crane-LastSlot   pic 9(08).
                   10 WS-Crane-Moves      pic 9(08).
                   10 WS-Crane-Crates     pic 9(08).
             01 WS-Stack-LastSlot-Table.
                05 WS-Stack-LastSlot pic 9(08) occurs 9999 times.
             01 WS-cr pic 9(02).
             01 WS-rg pic 9(02).
             01 WS-Reach-Piece occurs 10 times pic X(10).
             01 WS-Reach-Lo-Str pic X(10).
             01 WS-Reach-Hi-Str pic X(10).
             01 WS-Reach-Stack pic 9(04).
             01 WS-Reach-Found pic 9.
             01 WS-Reaches-Both pic 9.
             01 WS-Any-Reach pic 9.
             01 WS-Cand-Start pic 9(08).
             01 WS-Best-Start pic 9(08).
             01 WS-Move-Crane pic 9(02).
             01 WS-Move-Start pic 9(08).
             01 WS-Move-End pic 9(08).
             01 WS-Makespan pic 9(08) value zero.
             01 WS-UnreachableCount pic 9(08) value zero.
             01 WS-Slot-Disp pic Z(7)9.
             01 WS-Unreachable-Name pic X(100)
                value "day05a-unreachable-moves.txt".
             01 WS-CraneUtil-Name pic X(100)
                value "day05a-crane-utilization.txt".
             01 WS-Unreachable-Line.
                05 WS-Unreach-InstrNo pic Z(7)9.
                05 FILLER            pic X(6) value " move ".
                05 WS-Unreach-Count  pic Z9.
                05 FILLER            pic X(6) value " from ".
                05 WS-Unreach-From   pic ZZ9.
                05 FILLER            pic X(4) value " to ".
                05 WS-Unreach-To     pic ZZ9.
                05 FILLER            pic X(30)
                   value " - no single crane reaches".
             01 WS-CraneUtil-Line.
                05 FILLER            pic X(6) value "crane ".
                05 WS-CUtil-Id       pic X(4).
                05 FILLER            pic X(2) value "  ".
                05 WS-CUtil-Moves    pic Z(7)9.
                05 FILLER            pic X(10) value " move(s), ".
                05 WS-CUtil-Crates   pic Z(7)9.
                05 FILLER            pic X(16)
                   value " crate(s), busy ".
                05 WS-CUtil-Pct      pic ZZ9.
                05 FILLER            pic X(14) value "% of the shift".
             01 WS-Util-Pct pic 9(03).
      *      inbound put-away: the receipts as read, the placements
      *      and refusals held until the run knows whether it is a
      *      fresh start or a checkpoint restart - a restart must not
      *      post the same receipts twice.
             01 WS-Receipts-Name pic X(100)
                value "inbound-receipts.txt".
             01 WS-ReceiptRej-Name pic X(100)
                value "day05a-receipt-rejects.txt".
             01 WS-Receipts-Status pic XX.
             88 WS-Receipts-OK    value "00".
             88 WS-Receipts-Error value "30" thru "99".
             01 WS-Receipt-Record.
                05 WS-Rcpt-Crate    pic X(1).
                05 FILLER           pic X(1).
                05 WS-Rcpt-Contents pic X(4).
                05 FILLER           pic X(1).
                05 WS-Rcpt-Weight   pic X(2).
                05 FILLER           pic X(1).
                05 WS-Rcpt-Ref      pic X(12).
             01 WS-Rcpt-LineNo pic 9(06) value zero.
             01 WS-Rcpt-WeightNum pic 9(02).
             01 WS-Rcpt-Reason pic X(40).
             01 WS-Rcpt-Stack pic 9(04).
             01 WS-Rcpt-BestUsed pic 9(04).
             01 WS-Rcpt-Room pic 9.
             01 WS-Rcpt-SegOK pic 9.
             01 WS-Rcpt-CraneOK pic 9.
             01 WS-Rcpt-Lower pic X(4).
             01 WS-Rcpt-Level pic 9(04).
             01 WS-Rcpt-Clear pic 9.
             01 WS-rc pic 9(04).
             01 WS-ReceivedCount pic 9(04) value zero.
             01 WS-Received-Table.
                05 WS-Received occurs 500 times.
                   10 WS-Rcvd-LineNo pic 9(06).
                   10 WS-Rcvd-Crate  pic A.
                   10 WS-Rcvd-Stack  pic 9(04).
                   10 WS-Rcvd-Ref    pic X(12).
             01 WS-RcptRejectCount pic 9(04) value zero.
             01 WS-RcptReject-Table.
                05 WS-RcptReject occurs 500 times.
                   10 WS-RRej-LineNo pic 9(06).
                   10 WS-RRej-Reason pic X(40).
                   10 WS-RRej-Record pic X(40).
             01 WS-Receipt-Line.
                05 WS-Receipt-LineNo     pic Z(8).
                05 FILLER                pic X(1) value space.
                05 WS-Receipt-Crate      pic A.
                05 FILLER                pic X(9) value " from RCV".
                05 FILLER                pic X(4) value " to ".
                05 WS-Receipt-To         pic Z(3).
                05 FILLER                pic X(1) value space.
                05 WS-Receipt-Date       pic X(10).
                05 FILLER                pic X(1) value space.
                05 WS-Receipt-Time       pic X(8).
                05 FILLER                pic X(1) value space.
                05 WS-Receipt-Ref        pic X(12).
             01 WS-ReceiptRej-Line.
                05 WS-RRejOut-LineNo     pic Z(7)9.
                05 FILLER                pic X(3) value " - ".
                05 WS-RRejOut-Reason     pic X(40).
                05 FILLER                pic X(3) value " : ".
                05 WS-RRejOut-Record     pic X(40).
      *      checkpoint/restart bookkeeping for the move loop.
             01 WS-CheckpointInterval pic 9(04) value 25.
             01 WS-RestartInstrNo     pic 9(10) value 1.
             copy "runhist.cpy".
             copy "exceplg.cpy".
             copy "runctl.cpy".
             copy "crnsvc.cpy".
      *      crane-service posting: the lock on the master, the
      *      crane a single-crane run's lifts belong to, and the
      *      transaction row being counted. rows of one instruction
      *      are one lift; every put-away receipt is a lift of its
      *      own.
             01 WS-Svc-Lock-Mode     pic X(1).
             01 WS-Svc-Lock-Resource pic X(30)
                value "crane-service.txt".
             01 WS-Svc-Lock-Share    pic X(1).
             01 WS-Svc-Lock-Program  pic X(20) value "Day-05a".
             01 WS-Svc-Lock-Operator pic X(3) value "BAT".
             01 WS-Svc-Lock-Result   pic X(1).
             01 WS-Svc-Lock-Holder   pic X(60).
             01 WS-Single-Crane-Id   pic X(4) value "CR01".
             01 WS-Svc-Row           pic X(60).
             01 WS-Svc-Crane         pic X(4).
             01 WS-Svc-Instr         pic X(8).
             01 WS-Svc-LastInstr     pic X(8).
             01 WS-Svc-LastCrane     pic X(4).
             01 WS-Svc-Lifts         pic 9(08).
             01 WS-Svc-Weight        pic 9(10).
             01 WS-Svc-Unposted      pic 9(08).
             01 WS-Svc-Posted        pic 9.
             01 WS-Svc-EOF           pic 9.
             01 WS-Alert-Program     pic X(10) value "Day-05a".
             01 WS-Alert-Severity    pic X(8).
             01 WS-Alert-Reason      pic X(40).
      *      this run's batch identifier, handed down by the driver
      *      through AOC_RUN_ID (or generated here for a standalone
      *      run) and stamped on every ledger row this run writes, so
      *      an investigation can join one run's records across all
      *      the shared files.
             01 WS-Run-Id pic X(15).
      *      the program's current release-register.txt version,
      *      stamped alongside the run-id on every run-control
      *      row this run posts.
             01 WS-Release-Mode    pic X(1) value "C".
             01 WS-Release-Program pic X(12) value "Day-05a".
             01 WS-Release-Version pic X(6).
             01 WS-Release-Found   pic X(1).
             01 WS-Release-Row     pic X(72).
      *      the base camp this run is processing for (Site-Context:
      *      AOC_SITE, else the home camp), stamped alongside the
      *      run-id on every row this run posts.
             01 WS-Site-Mode pic X(1) value "C".
             01 WS-Site-Code pic X(6).
             01 WS-Site-Path pic X(100).
      *      the site's own masters: the home camp's where they
      *      always were, another camp's under its site directory.
             01 WS-CrateMaster-Name pic X(100)
                value "crate-master.txt".
             01 WS-CraneMaster-Name pic X(100)
                value "crane-master.txt".
             01 WS-CraneService-Name pic X(100)
                value "crane-service.txt".
             01 WS-RunDate pic X(10).
             01 WS-CurrentDate pic X(8).
       procedure division.
           accept WS-Input-File-Name from environment "AOC_INPUT_FILE"
             on exception move "input.txt" to WS-Input-File-Name
           end-accept
           move WS-Input-File-Name to WS-CargoCrane-Name
           accept WS-Input-Format from environment "AOC_INPUT_FORMAT"
             on exception move "DRAWN" to WS-Input-Format
           end-accept
           move function upper-case(WS-Input-Format)
             to WS-Input-Format
           accept WS-Moves-File-Name from environment "AOC_MOVES_FILE"
             on exception move spaces to WS-Moves-File-Name
           end-accept
           if WS-Moves-File-Name = spaces
             string function trim(WS-Input-File-Name) ".moves"
               delimited by size into WS-Moves-File-Name
           end-if
           accept WS-Param-Line from command-line
           unstring WS-Param-Line delimited by all space
             into WS-Mode-Param WS-WhatIf-Moves-Param
                  WS-WhatIf-Start-Param
           end-unstring
           if WS-Mode-Param = "SIMULATE" or WS-Mode-Param = "simulate"
             move 1 to WS-Simulate
           move WS-Run-Id to WS-RunHistory-RunId
           move WS-Run-Id to WS-ExceptionLedger-RunId
           move WS-Run-Id to WS-RunControl-RunId
           call "Release-Register" using WS-Release-Mode
             WS-Release-Program WS-Release-Version WS-Release-Found
             WS-Release-Row
           move WS-Release-Version to WS-RunControl-Version
           call "Site-Context" using WS-Site-Mode WS-Site-Code
             WS-Site-Path
           move WS-Site-Code to WS-RunHistory-Site
           move WS-Site-Code to WS-ExceptionLedger-Site
           move WS-Site-Code to WS-RunControl-Site
           move "P" to WS-Site-Mode
           call "Site-Context" using WS-Site-Mode WS-Site-Code
             WS-CrateMaster-Name
           call "Site-Context" using WS-Site-Mode WS-Site-Code
             WS-CraneMaster-Name
           call "Site-Context" using WS-Site-Mode WS-Site-Code
             WS-CraneService-Name
           move WS-CraneService-Name to WS-Svc-Lock-Resource
           accept WS-Trial-Param from environment "AOC_TRIAL"
             on exception move "N" to WS-Trial-Param
           end-accept
               to WS-RejectsLog-Name
             move "trial-day05a-move-history.dat"
               to WS-MoveHist-Name
             move "trial-day05a-unreachable-moves.txt"
               to WS-Unreachable-Name
             move "trial-day05a-crane-utilization.txt"
               to WS-CraneUtil-Name
             move "trial-inbound-receipts.txt" to WS-Receipts-Name
             move "trial-day05a-receipt-rejects.txt"
               to WS-ReceiptRej-Name
             move "trial-day05a-feed-drawing.txt"
               to WS-Feed-Render-Name
             move "trial-day05a-feed-rejects.txt"
               to WS-Feed-Rejects-Name
           end-if
           move "C" to WS-Register-Mode
           call "Processed-Register" using WS-Register-Mode
           perform load-site-config
           perform load-crate-master
           perform load-segregation-rules
           perform load-crane-master
           if WS-Input-Tabular
             perform render-position-feed
             if WS-Feed-Result not = "P"
               move 12 to return-code
               goback
             end-if
           end-if
      *    first extract the number of stacks
           open input CargoCrane
           if WS-File-Status-Error
             end-perform
           close CargoCrane
           close MoveInstrRoster
      *    a position feed and its move list were each checked
      *    against their own control records when they were
      *    rendered.
           if not WS-Input-Tabular
             perform verify-input-control
           end-if
           close ExceptionLedger
           if WS-Control-Failed = 1
             move 12 to return-code
             goback
           end-if

           perform put-away-receipts

      *    durable relative-file counterpart to WS-Stacks, written
      *    once the in-memory table has its final starting layout.
           open output StackRoster
           end-if
           perform open-move-history
           open extend ExceptionLedger
           if WS-RestartInstrNo <= 1
             perform post-receipts
           end-if
             perform run-move-loop
           close TransactionLog
           close MoveRejectsLog
           close ExceptionLedger
           if WS-Trial = 0
             perform clear-checkpoint
             perform post-crane-service
           end-if

           display "----- MOVING FINISHED -----"
           end-if
      *    step-level return code for the batch driver: 0 clean,
      *    4 ran with rejects, 12 failed outright.
           if WS-MoveRejectCount > 0 or WS-UnreachableCount > 0
              or WS-RcptRejectCount > 0
             move 4 to return-code
           else
             move 0 to return-code
                 "check - run failed, nothing posted"
             end-if
           .
      *    TABULAR input: the position feed and its move list are
      *    validated and rendered into the drawn form, which the
      *    parse then reads like any drawing. a refused feed or a
      *    control mismatch fails the run before anything is
      *    posted, with one FATAL ledger row naming the cause.
           render-position-feed.
             call "Day-05-Feed-Render" using WS-Input-File-Name
               WS-Moves-File-Name WS-Feed-Render-Name
               WS-Feed-Rejects-Name WS-Feed-Result WS-Feed-Rejects
             if WS-Feed-Result = "P"
               move WS-Feed-Render-Name to WS-CargoCrane-Name
               exit paragraph
             end-if
             if WS-Feed-Result = "M"
               move "AOC0001" to WS-Msg-Id
               move WS-Input-File-Name(1:60) to WS-Msg-Insert
               call "Message-Catalog" using WS-Msg-Id
                 WS-Msg-Program WS-Msg-Insert
               exit paragraph
             end-if
             open extend ExceptionLedger
             if WS-Extend-Status = "35"
               open output ExceptionLedger
             end-if
             move WS-Processing-Year to WS-ExceptionLedger-Year
             move "05" to WS-ExceptionLedger-Day
             move "Day-05a" to WS-ExceptionLedger-Program
             move WS-Feed-Rejects to WS-ExceptionLedger-LineNo
             if WS-Feed-Result = "F"
               move "position feed failed validation"
                 to WS-ExceptionLedger-Reason
             else
               move "input control record mismatch"
                 to WS-ExceptionLedger-Reason
             end-if
             move "FATAL" to WS-ExceptionLedger-Severity
             move WS-Input-File-Name(1:60)
               to WS-ExceptionLedger-Record
             move WS-ExceptionLedger-Line to ExceptionLedger-Line
             write ExceptionLedger-Line
             close ExceptionLedger
             display "Day-05a: position feed refused - run failed, "
               "nothing posted"
           .

           compute-str-length.
             move 1 to WS-i
             move 0 to WS-StrLength
           .

      *    what-if mode: trial-run a revised move list from the
      *    rostered starting stacks (or the starting layout named by
      *    the third parameter), writing transactions, rejects,
      *    the final layout and the final top-crates line to the
      *    whatif files only - the planners can trial tomorrow's
      *    move list during today's shift without overwriting
      *    anything production.
           run-what-if-simulation.
             move "day05a-whatif-transactions.txt" to WS-TransLog-Name
             move "day05a-whatif-rejects.txt" to WS-RejectsLog-Name
             move "day05a-whatif-unreachable.txt"
               to WS-Unreachable-Name
             move "day05a-whatif-crane-util.txt" to WS-CraneUtil-Name
             move "day05a-whatif-final-stacks.txt"
               to WS-FinalStacks-Name
             if WS-WhatIf-Moves-Param not = spaces
               move WS-WhatIf-Moves-Param to WS-WhatIf-Moves-Name
             end-if
             perform load-site-config
             perform load-crate-master
             perform load-segregation-rules
             perform load-crane-master
             if WS-WhatIf-Start-Param not = spaces
               move WS-WhatIf-Start-Param to WS-WhatIf-Start-Name
               perform load-whatif-start
               if WS-StackCount = 0
                 display "Day-05a: no stacks in starting layout "
                   function trim(WS-WhatIf-Start-Name)
                 move 12 to return-code
                 exit paragraph
               end-if
             else
               perform load-roster-stacks
               if WS-StackCount = 0
                 display "Day-05a: no day05a-stack-roster.dat to "
                   "simulate from - run the production job first"
                 move 12 to return-code
                 exit paragraph
               end-if
             end-if
             perform load-whatif-moves
             display "simulating " WS-MoveInstrCount " move(s) from "
             close MoveRejectsLog
             display "----- SIMULATION FINISHED -----"
             perform print-stacks
             perform write-final-stacks
             perform emit-top-crates
             open output WhatIfResult
             move spaces to WhatIfResult-Line
             close StackRoster
           .

      *    a starting layout in the final-stacks row shape (stack
      *    number, a space, the stack bottom-up), as written by
      *    write-final-stacks. rows that carry no stack number are
      *    passed over; the stack count is the highest number seen.
           load-whatif-start.
             move 200 to WS-StackHeight
             move 0 to WS-StackCount
             move 0 to WS-Checkpoint-EOF
             open input WhatIfStart
             if not WS-WhatIfStart-OK
               display "Day-05a: starting layout not found: "
                 function trim(WS-WhatIf-Start-Name)
               exit paragraph
             end-if
             perform until WS-Checkpoint-EOF = 1
               read WhatIfStart
                 at end move 1 to WS-Checkpoint-EOF
                 not at end
                   move WhatIfStart-Line to WS-Checkpoint-StackRow
                   if WS-Checkpoint-StackNo is numeric
                      and WS-Checkpoint-StackNo > 0
                     if WS-Checkpoint-StackNo > WS-StackCount
                       compute WS-i = WS-StackCount + 1
                       move WS-Checkpoint-StackNo to WS-StackCount
                       perform varying WS-i from WS-i by 1
                               until WS-i > WS-StackCount
                         move spaces to WS-Stacks(WS-i)
                       end-perform
                     end-if
                     move WS-Checkpoint-StackStr
                       to WS-Stacks(WS-Checkpoint-StackNo)
                   end-if
               end-read
             end-perform
             close WhatIfStart
           .

           load-whatif-moves.
             move 0 to WS-MoveInstrCount
             move 0 to WS-EOF
      *    the what-if simulation - only the production run takes
      *    checkpoints.
           run-move-loop.
             if WS-MultiCrane = 1
               perform open-crane-schedule
             end-if
             perform varying WS-i
                     from WS-RestartInstrNo
                     by 1
                 perform write-checkpoint
               end-if
             end-perform
             if WS-MultiCrane = 1
               perform close-crane-schedule
             end-if
           .

           read-checkpoint.
                   move "move would overfill destination stack" to
                     WS-MoveReject-Reason
                 else
                   move 0 to WS-LiftWeight
                   if WS-CrateMasterLoaded = 1
                     perform compute-lift-weight
                     if WS-LiftWeight > WS-CraneCapacity
                        and WS-MultiCrane = 0
                       move 0 to WS-MoveValid(WS-i)
                       move "lift exceeds crane rated capacity" to
                         WS-MoveReject-Reason
                     end-if
                   end-if
                   if WS-MoveValid(WS-i) = 1 and WS-MultiCrane = 1
                     perform assign-crane
                   end-if
                 end-if
               end-if
             end-if
      *    from site-config.txt in one place: the checkpoint
      *    interval, the move-list ceiling (lowerable only - the
      *    table bound stays the compiled 100000), the crane's rated
      *    capacity, the crane mode (SINGLE or MULTI), the
      *    production transaction-log path and the crane id a
      *    single-crane run's lifts are booked to for servicing.
           load-site-config.
             move "checkpoint-interval" to WS-Config-Key
             perform fetch-numeric-config
             if WS-Config-Found = "Y" and WS-Numval-Result >= 1
               move WS-Numval-Result to WS-CraneCapacity
             end-if
             move "crane-mode" to WS-Config-Key
             move spaces to WS-Config-Value
             call "Site-Config" using WS-Config-Key WS-Config-Value
               WS-Config-Found
             if WS-Config-Found = "Y"
               move function upper-case(WS-Config-Value(1:6))
                 to WS-Crane-Mode
             end-if
             move "day05a-transactions-file" to WS-Config-Key
             move spaces to WS-Config-Value
             call "Site-Config" using WS-Config-Key WS-Config-Value
                and WS-Trial = 0
               move WS-Config-Value to WS-TransLog-Name
             end-if
             move "single-crane-id" to WS-Config-Key
             move spaces to WS-Config-Value
             call "Site-Config" using WS-Config-Key WS-Config-Value
               WS-Config-Found
             if WS-Config-Found = "Y" and WS-Config-Value not = spaces
               move function upper-case(WS-Config-Value(1:4))
                 to WS-Single-Crane-Id
             end-if
           .

           fetch-numeric-config.
                         move function numval(WS-Segreg-Arg2)
                           to WS-HgtRule-Limit(WS-HgtRuleCount)
                       end-if
                     when "HAZ"
                     when "WGT"
                       continue
                     when other
                       if WS-Segreg-Record not = spaces
                         display "segregation rule ignored - kind "
                           "must be ADJ, HGT, HAZ or WGT: "
                           function trim(WS-Segreg-Record)
                       end-if
                   end-evaluate
             perform stamp-log-time
             move WS-RunDate to WS-Transaction-Date
             move WS-Log-Stamp-Time to WS-Transaction-Time
             move spaces to WS-Transaction-Crane
             move spaces to WS-Transaction-Slot
             if WS-MultiCrane = 1
               move WS-Crane-Id(WS-Move-Crane) to WS-Transaction-Crane
               compute WS-Slot-Disp = WS-Move-Start + WS-j + 1
               move WS-Slot-Disp to WS-Transaction-Slot
             end-if
             move WS-Transaction-Line to TransactionLog-Line
             write TransactionLog-Line
      *      a simulation writes no durable history - the whatif
             end-if
           .

      *    MULTI without a usable crane master falls back to the
      *    single rated crane, loudly.
           load-crane-master.
             move 0 to WS-MultiCrane
             move 0 to WS-CraneCount
             if WS-Crane-Mode not = "MULTI"
               exit paragraph
             end-if
             open input CraneMaster
             if WS-CraneMaster-Error
               display "crane-mode MULTI but no crane-master.txt - "
                 "running as a single crane"
               exit paragraph
             end-if
             move 0 to WS-CrateMasterEOF
             perform until WS-CrateMasterEOF = 1
               move spaces to WS-CraneMaster-Record
               read CraneMaster into WS-CraneMaster-Record
                 at end move 1 to WS-CrateMasterEOF
                 not at end perform load-crane-row
               end-read
             end-perform
             close CraneMaster
             move 0 to WS-CrateMasterEOF
             if WS-CraneCount = 0
               display "crane-master.txt lists no usable crane - "
                 "running as a single crane"
             else
               move 1 to WS-MultiCrane
               display "multi-crane mode: " WS-CraneCount
                 " crane(s) on crane-master.txt"
             end-if
           .

           load-crane-row.
             if WS-CMRec-Id = spaces
               exit paragraph
             end-if
             if function test-numval(WS-CMRec-Capacity) not = zero
                or WS-CraneCount >= 10
               display "crane master row ignored: "
                 function trim(WS-CraneMaster-Record)
               exit paragraph
             end-if
             add 1 to WS-CraneCount
             move WS-CraneCount to WS-cr
             move WS-CMRec-Id to WS-Crane-Id(WS-cr)
             move function numval(WS-CMRec-Capacity)
               to WS-Crane-Capacity(WS-cr)
             move 0 to WS-Crane-RangeCount(WS-cr)
             if function upper-case(WS-CMRec-Reach(1:3)) = "ALL"
               move 1 to WS-Crane-RangeCount(WS-cr)
               move 1 to WS-Crane-Reach-Lo(WS-cr, 1)
               move 9999 to WS-Crane-Reach-Hi(WS-cr, 1)
               exit paragraph
             end-if
             perform varying WS-rg from 1 by 1 until WS-rg > 10
               move spaces to WS-Reach-Piece(WS-rg)
             end-perform
             unstring WS-CMRec-Reach delimited by "," or all space
               into WS-Reach-Piece(1) WS-Reach-Piece(2)
                    WS-Reach-Piece(3) WS-Reach-Piece(4)
                    WS-Reach-Piece(5) WS-Reach-Piece(6)
                    WS-Reach-Piece(7) WS-Reach-Piece(8)
                    WS-Reach-Piece(9) WS-Reach-Piece(10)
             end-unstring
             perform varying WS-rg from 1 by 1 until WS-rg > 10
               if WS-Reach-Piece(WS-rg) not = spaces
                 perform load-crane-range
               end-if
             end-perform
             if WS-Crane-RangeCount(WS-cr) = 0
               display "crane " WS-CMRec-Id " reaches no stack - "
                 "ignored"
               subtract 1 from WS-CraneCount
             end-if
           .

      *    one "lo-hi" or single-stack piece of a crane's reach.
           load-crane-range.
             move spaces to WS-Reach-Lo-Str
             move spaces to WS-Reach-Hi-Str
             unstring WS-Reach-Piece(WS-rg) delimited by "-"
               into WS-Reach-Lo-Str WS-Reach-Hi-Str
             end-unstring
             if WS-Reach-Hi-Str = spaces
               move WS-Reach-Lo-Str to WS-Reach-Hi-Str
             end-if
             if function test-numval(WS-Reach-Lo-Str) not = zero
                or function test-numval(WS-Reach-Hi-Str) not = zero
               display "crane " WS-CMRec-Id " reach '"
                 function trim(WS-Reach-Piece(WS-rg)) "' ignored"
               exit paragraph
             end-if
             add 1 to WS-Crane-RangeCount(WS-cr)
             move function numval(WS-Reach-Lo-Str)
               to WS-Crane-Reach-Lo(WS-cr,
                    WS-Crane-RangeCount(WS-cr))
             move function numval(WS-Reach-Hi-Str)
               to WS-Crane-Reach-Hi(WS-cr,
                    WS-Crane-RangeCount(WS-cr))
           .

      *    a restart appends to the abended run's unreachable list
      *    the way it appends to the transaction log; the slot
      *    count starts again from the restart point.
           open-crane-schedule.
             initialize WS-Stack-LastSlot-Table
             move 0 to WS-Makespan
             perform varying WS-cr from 1 by 1
                     until WS-cr > WS-CraneCount
               move 0 to WS-Crane-LastSlot(WS-cr)
               move 0 to WS-Crane-Moves(WS-cr)
               move 0 to WS-Crane-Crates(WS-cr)
             end-perform
             if WS-RestartInstrNo > 1
               open extend UnreachableLog
               if WS-Extend-Status = "35"
                 open output UnreachableLog
               end-if
             else
               open output UnreachableLog
             end-if
           .

           close-crane-schedule.
             close UnreachableLog
             open output CraneUtilization
             move spaces to CraneUtilization-Line
             move WS-Makespan to WS-Slot-Disp
             string "crane utilization over a shift of "
               function trim(WS-Slot-Disp) " transfer slot(s)"
               delimited by size into CraneUtilization-Line
             write CraneUtilization-Line
             display CraneUtilization-Line
             perform varying WS-cr from 1 by 1
                     until WS-cr > WS-CraneCount
               move WS-Crane-Id(WS-cr) to WS-CUtil-Id
               move WS-Crane-Moves(WS-cr) to WS-CUtil-Moves
               move WS-Crane-Crates(WS-cr) to WS-CUtil-Crates
               move 0 to WS-Util-Pct
               if WS-Makespan > 0
                 compute WS-Util-Pct rounded =
                   WS-Crane-Crates(WS-cr) * 100 / WS-Makespan
               end-if
               move WS-Util-Pct to WS-CUtil-Pct
               move WS-CraneUtil-Line to CraneUtilization-Line
               write CraneUtilization-Line
               display CraneUtilization-Line
             end-perform
             move spaces to CraneUtilization-Line
             move WS-UnreachableCount to WS-Slot-Disp
             string function trim(WS-Slot-Disp)
               " move(s) no single crane could reach - see "
               function trim(WS-Unreachable-Name)
               delimited by size into CraneUtilization-Line
             write CraneUtilization-Line
             display CraneUtilization-Line
             close CraneUtilization
           .

      *    picks, among the cranes that reach both stacks and can
      *    take the lift, the one that can start soonest (the first
      *    listed on a tie), and books the move's slots.
           assign-crane.
             move 0 to WS-Move-Crane
             move 0 to WS-Any-Reach
             move 0 to WS-Best-Start
             perform varying WS-cr from 1 by 1
                     until WS-cr > WS-CraneCount
               perform check-crane-reach
               if WS-Reaches-Both = 1
                 move 1 to WS-Any-Reach
                 if WS-LiftWeight <= WS-Crane-Capacity(WS-cr)
                   move WS-Crane-LastSlot(WS-cr) to WS-Cand-Start
                   if WS-Stack-LastSlot(WS-MoveFrom(WS-i))
                        > WS-Cand-Start
                     move WS-Stack-LastSlot(WS-MoveFrom(WS-i))
                       to WS-Cand-Start
                   end-if
                   if WS-Stack-LastSlot(WS-MoveTo(WS-i))
                        > WS-Cand-Start
                     move WS-Stack-LastSlot(WS-MoveTo(WS-i))
                       to WS-Cand-Start
                   end-if
                   add 1 to WS-Cand-Start
                   if WS-Move-Crane = 0
                      or WS-Cand-Start < WS-Best-Start
                     move WS-cr to WS-Move-Crane
                     move WS-Cand-Start to WS-Best-Start
                   end-if
                 end-if
               end-if
             end-perform
             if WS-Move-Crane = 0
               move 0 to WS-MoveValid(WS-i)
               if WS-Any-Reach = 0
                 move "no single crane reaches both stacks" to
                   WS-MoveReject-Reason
                 add 1 to WS-UnreachableCount
                 move WS-i to WS-Unreach-InstrNo
                 move WS-MoveCount(WS-i) to WS-Unreach-Count
                 move WS-MoveFrom(WS-i) to WS-Unreach-From
                 move WS-MoveTo(WS-i) to WS-Unreach-To
                 move WS-Unreachable-Line to UnreachableLog-Line
                 write UnreachableLog-Line
               else
                 move "lift exceeds every reaching crane" to
                   WS-MoveReject-Reason
               end-if
               exit paragraph
             end-if
      *      slot numbers are one less than the first transfer's, so
      *      transfer j of the move (from 0) lands in slot start+j+1.
             compute WS-Move-Start = WS-Best-Start - 1
             compute WS-Move-End =
               WS-Move-Start + WS-MoveCount(WS-i)
             move WS-Move-End to WS-Crane-LastSlot(WS-Move-Crane)
             move WS-Move-End to WS-Stack-LastSlot(WS-MoveFrom(WS-i))
             move WS-Move-End to WS-Stack-LastSlot(WS-MoveTo(WS-i))
             if WS-Move-End > WS-Makespan
               move WS-Move-End to WS-Makespan
             end-if
             add 1 to WS-Crane-Moves(WS-Move-Crane)
             add WS-MoveCount(WS-i) to WS-Crane-Crates(WS-Move-Crane)
           .

           check-crane-reach.
             move 0 to WS-Reaches-Both
             move WS-MoveFrom(WS-i) to WS-Reach-Stack
             perform check-stack-reach
             if WS-Reach-Found = 0
               exit paragraph
             end-if
             move WS-MoveTo(WS-i) to WS-Reach-Stack
             perform check-stack-reach
             move WS-Reach-Found to WS-Reaches-Both
           .

           check-stack-reach.
             move 0 to WS-Reach-Found
             perform varying WS-rg from 1 by 1
                     until WS-rg > WS-Crane-RangeCount(WS-cr)
               if WS-Reach-Stack >= WS-Crane-Reach-Lo(WS-cr, WS-rg)
                  and WS-Reach-Stack
                      <= WS-Crane-Reach-Hi(WS-cr, WS-rg)
                 move 1 to WS-Reach-Found
                 exit perform
               end-if
             end-perform
           .

      *    receiving, ahead of the move list: every receipt is
      *    placed in memory now so the stack roster written next
      *    includes it; post-receipts writes the log rows later.
      *    the crate master is the authority on a letter's weight
      *    class and contents - a receipt that disagrees with it is
      *    refused as mislabelled rather than trusted.
           put-away-receipts.
             open input InboundReceipts
             if WS-Receipts-Error
               exit paragraph
             end-if
             move 0 to WS-CrateMasterEOF
             perform until WS-CrateMasterEOF = 1
               move spaces to WS-Receipt-Record
               read InboundReceipts into WS-Receipt-Record
                 at end move 1 to WS-CrateMasterEOF
                 not at end
                   add 1 to WS-Rcpt-LineNo
                   if WS-Receipt-Record not = spaces
                     perform put-away-one-receipt
                   end-if
               end-read
             end-perform
             close InboundReceipts
             move 0 to WS-CrateMasterEOF
             display WS-ReceivedCount " inbound crate(s) put away, "
               WS-RcptRejectCount " receipt(s) refused"
           .

           put-away-one-receipt.
             move spaces to WS-Rcpt-Reason
             move function upper-case(WS-Rcpt-Crate) to WS-Rcpt-Crate
             move function upper-case(WS-Rcpt-Contents)
               to WS-Rcpt-Contents
             compute WS-CrateIdx =
               function ord(WS-Rcpt-Crate) - WS-OrdBaseCrate
             evaluate true
               when WS-Rcpt-Crate not alphabetic
                    or WS-Rcpt-Crate = space
                 move "crate letter must be A to Z"
                   to WS-Rcpt-Reason
               when WS-Rcpt-Weight not numeric
                    or WS-Rcpt-Weight < "01" or WS-Rcpt-Weight > "09"
                 move "weight class must be 01 to 09"
                   to WS-Rcpt-Reason
               when WS-Rcpt-Contents = spaces
                 move "contents code missing" to WS-Rcpt-Reason
               when WS-Rcpt-Ref = spaces
                 move "delivery reference missing" to WS-Rcpt-Reason
               when WS-ReceivedCount >= 500
                 move "more than 500 receipts in one run"
                   to WS-Rcpt-Reason
             end-evaluate
             if WS-Rcpt-Reason not = spaces
               perform refuse-receipt
               exit paragraph
             end-if
             move WS-Rcpt-Weight to WS-Rcpt-WeightNum
             if WS-CrateMasterLoaded = 1
               if WS-CrateWeight(WS-CrateIdx) not = WS-Rcpt-WeightNum
                  or WS-CrateContents(WS-CrateIdx)
                     not = WS-Rcpt-Contents
                 move "receipt does not match crate master"
                   to WS-Rcpt-Reason
                 perform refuse-receipt
                 exit paragraph
               end-if
             else
               move WS-Rcpt-WeightNum to WS-CrateWeight(WS-CrateIdx)
               move WS-Rcpt-Contents to WS-CrateContents(WS-CrateIdx)
             end-if
             if WS-MultiCrane = 0
                and WS-Rcpt-WeightNum > WS-CraneCapacity
               move "crate exceeds crane rated capacity"
                 to WS-Rcpt-Reason
               perform refuse-receipt
               exit paragraph
             end-if
             move 0 to WS-Rcpt-Stack
             move 0 to WS-Rcpt-Room
             move 0 to WS-Rcpt-SegOK
             move 0 to WS-Rcpt-CraneOK
             perform varying WS-rc from 1 by 1
                     until WS-rc > WS-StackCount
               perform check-putaway-stack
             end-perform
             if WS-Rcpt-Stack = 0
               evaluate true
                 when WS-Rcpt-Room = 0
                   move "yard full - no stack has room"
                     to WS-Rcpt-Reason
                 when WS-Rcpt-SegOK = 0
                   move "no stack clears segregation rules"
                     to WS-Rcpt-Reason
                 when other
                   move "no crane rated for it reaches a stack"
                     to WS-Rcpt-Reason
               end-evaluate
               perform refuse-receipt
               exit paragraph
             end-if
             compute WS-Rcpt-Level = WS-Rcpt-BestUsed + 1
             move WS-Rcpt-Crate
               to WS-Stack(WS-Rcpt-Stack, WS-Rcpt-Level)
             add 1 to WS-ReceivedCount
             move WS-Rcpt-LineNo to WS-Rcvd-LineNo(WS-ReceivedCount)
             move WS-Rcpt-Crate to WS-Rcvd-Crate(WS-ReceivedCount)
             move WS-Rcpt-Stack to WS-Rcvd-Stack(WS-ReceivedCount)
             move WS-Rcpt-Ref to WS-Rcvd-Ref(WS-ReceivedCount)
           .

      *    stack WS-rc as a home for the receipt: room on top, the
      *    ADJ rule against the crate it would rest on, the HGT
      *    rule at the level it would land, a reaching crane rated
      *    for it in multi-crane mode. the emptiest stack wins, the
      *    lowest numbered on a tie.
           check-putaway-stack.
             move WS-rc to WS-CountStackNo
             perform count-stack-used
             if WS-CountStackUsed >= WS-StackHeight
               exit paragraph
             end-if
             move 1 to WS-Rcpt-Room
             compute WS-Rcpt-Level = WS-CountStackUsed + 1
             move spaces to WS-Rcpt-Lower
             if WS-CountStackUsed > 0
               compute WS-CrateIdx =
                 function ord(WS-Stack(WS-rc, WS-CountStackUsed))
                 - WS-OrdBaseCrate
               if WS-CrateIdx >= 1 and WS-CrateIdx <= 26
                 move WS-CrateContents(WS-CrateIdx) to WS-Rcpt-Lower
               end-if
             end-if
             perform varying WS-sg from 1 by 1
                     until WS-sg > WS-AdjRuleCount
               if WS-AdjRule-Upper(WS-sg) = WS-Rcpt-Contents
                  and WS-AdjRule-Lower(WS-sg) = WS-Rcpt-Lower
                  and WS-Rcpt-Lower not = spaces
                 exit paragraph
               end-if
             end-perform
             perform varying WS-sg from 1 by 1
                     until WS-sg > WS-HgtRuleCount
               if WS-HgtRule-Code(WS-sg) = WS-Rcpt-Contents
                  and WS-Rcpt-Level > WS-HgtRule-Limit(WS-sg)
                 exit paragraph
               end-if
             end-perform
             move 1 to WS-Rcpt-SegOK
             if WS-MultiCrane = 1
               move 0 to WS-Rcpt-Clear
               move WS-rc to WS-Reach-Stack
               perform varying WS-cr from 1 by 1
                       until WS-cr > WS-CraneCount
                          or WS-Rcpt-Clear = 1
                 if WS-Rcpt-WeightNum <= WS-Crane-Capacity(WS-cr)
                   perform check-stack-reach
                   move WS-Reach-Found to WS-Rcpt-Clear
                 end-if
               end-perform
               if WS-Rcpt-Clear = 0
                 exit paragraph
               end-if
             end-if
             move 1 to WS-Rcpt-CraneOK
             if WS-Rcpt-Stack = 0
                or WS-CountStackUsed < WS-Rcpt-BestUsed
               move WS-rc to WS-Rcpt-Stack
               move WS-CountStackUsed to WS-Rcpt-BestUsed
             end-if
           .

           refuse-receipt.
             if WS-RcptRejectCount < 500
               add 1 to WS-RcptRejectCount
               move WS-Rcpt-LineNo to WS-RRej-LineNo(WS-RcptRejectCount)
               move WS-Rcpt-Reason to WS-RRej-Reason(WS-RcptRejectCount)
               move WS-Receipt-Record
                 to WS-RRej-Record(WS-RcptRejectCount)
             end-if
           .

      *    a fresh run only: receipts onto the transaction log
      *    ahead of the first move, refusals onto the receipt
      *    rejects file and the exceptions ledger.
           post-receipts.
             perform stamp-log-time
             perform varying WS-rc from 1 by 1
                     until WS-rc > WS-ReceivedCount
               move WS-Rcvd-LineNo(WS-rc) to WS-Receipt-LineNo
               move WS-Rcvd-Crate(WS-rc) to WS-Receipt-Crate
               move WS-Rcvd-Stack(WS-rc) to WS-Receipt-To
               move WS-RunDate to WS-Receipt-Date
               move WS-Log-Stamp-Time to WS-Receipt-Time
               move WS-Rcvd-Ref(WS-rc) to WS-Receipt-Ref
               move WS-Receipt-Line to TransactionLog-Line
               write TransactionLog-Line
             end-perform
             if WS-RcptRejectCount = 0
               exit paragraph
             end-if
             open output ReceiptRejectsLog
             perform varying WS-rc from 1 by 1
                     until WS-rc > WS-RcptRejectCount
               move WS-RRej-LineNo(WS-rc) to WS-RRejOut-LineNo
               move WS-RRej-Reason(WS-rc) to WS-RRejOut-Reason
               move WS-RRej-Record(WS-rc) to WS-RRejOut-Record
               move WS-ReceiptRej-Line to ReceiptRejectsLog-Line
               write ReceiptRejectsLog-Line
               move WS-Processing-Year to WS-ExceptionLedger-Year
               move "05" to WS-ExceptionLedger-Day
               move "Day-05a" to WS-ExceptionLedger-Program
               move WS-RRej-LineNo(WS-rc) to WS-ExceptionLedger-LineNo
               move WS-RRej-Reason(WS-rc) to WS-ExceptionLedger-Reason
               move "REJECT" to WS-ExceptionLedger-Severity
               move WS-RRej-Record(WS-rc) to WS-ExceptionLedger-Record
               move WS-ExceptionLedger-Line to ExceptionLedger-Line
               write ExceptionLedger-Line
             end-perform
             close ReceiptRejectsLog
             display WS-RcptRejectCount " receipt(s) refused, see "
               function trim(WS-ReceiptRej-Name)
           .

           stamp-log-time.
             string function current-date(9:2) ":"
               function current-date(11:2) ":"
             close RunControl
           .

      *    adds this run's lifts to crane-service.txt, read back
      *    from the closed transaction log so a restarted run counts
      *    the abended run's rows too. a move row belongs to the
      *    crane it names (the single crane when blank); a receipt
      *    to the first crane reaching its stack. every master row
      *    is stamped with the run id, and a run already stamped is
      *    not posted again. a locked master is left alone and
      *    raised to the operators - the counters then run short by
      *    this run until the next service resets them.
           post-crane-service.
             move "A" to WS-Svc-Lock-Mode
             move "X" to WS-Svc-Lock-Share
             call "Lock-Manager" using WS-Svc-Lock-Mode
               WS-Svc-Lock-Resource WS-Svc-Lock-Share
               WS-Svc-Lock-Program WS-Svc-Lock-Operator
               WS-Svc-Lock-Result WS-Svc-Lock-Holder
             if WS-Svc-Lock-Result not = "Y"
               display "Day-05a: crane-service.txt is locked by "
                 function trim(WS-Svc-Lock-Holder)
                 " - crane lifts not posted"
               move "DEGRADE" to WS-Alert-Severity
               move "crane service lifts not posted - locked"
                 to WS-Alert-Reason
               call "Operator-Alert" using WS-Alert-Program
                 WS-Alert-Severity WS-Alert-Reason
               exit paragraph
             end-if
             perform load-crane-service
             move 0 to WS-Svc-Posted
             perform varying WS-CrnS-Idx from 1 by 1
                     until WS-CrnS-Idx > WS-CrnS-Count
               if WS-CrnS-LastRun(WS-CrnS-Idx) = WS-Run-Id
                 move 1 to WS-Svc-Posted
               end-if
             end-perform
             if WS-Svc-Posted = 1
               display "Day-05a: run " function trim(WS-Run-Id)
                 " already posted to crane-service.txt"
               perform release-crane-service
               exit paragraph
             end-if
             open input TransactionLog
             if WS-Extend-Status not = "00"
               perform release-crane-service
               exit paragraph
             end-if
             move zero to WS-Svc-Lifts
             move zero to WS-Svc-Weight
             move zero to WS-Svc-Unposted
             move spaces to WS-Svc-LastInstr
             move spaces to WS-Svc-LastCrane
             move 0 to WS-Svc-EOF
             perform until WS-Svc-EOF = 1
               read TransactionLog into WS-Svc-Row
                 at end move 1 to WS-Svc-EOF
                 not at end perform post-crane-lift
               end-read
               if WS-Extend-Status not = "00"
                 move 1 to WS-Svc-EOF
               end-if
             end-perform
             close TransactionLog
             perform varying WS-CrnS-Idx from 1 by 1
                     until WS-CrnS-Idx > WS-CrnS-Count
               move WS-Run-Id to WS-CrnS-LastRun(WS-CrnS-Idx)
             end-perform
             perform write-crane-service
             perform release-crane-service
             display WS-Svc-Lifts " lift(s), " WS-Svc-Weight
               " weight-unit(s) posted to crane-service.txt"
             if WS-Svc-Unposted > 0
               display WS-Svc-Unposted " lift(s) not posted - "
                 "crane-service.txt has no room for another crane"
             end-if
           .

           post-crane-lift.
             if WS-Svc-Row = spaces
               exit paragraph
             end-if
             compute WS-CrateIdx =
               function ord(WS-Svc-Row(10:1)) - WS-OrdBaseCrate
             if WS-CrateIdx < 1 or WS-CrateIdx > 26
               exit paragraph
             end-if
             move WS-Single-Crane-Id to WS-Svc-Crane
             if WS-Svc-Row(17:3) = "RCV"
               move spaces to WS-Svc-Instr
               if WS-MultiCrane = 1
                 move function numval(WS-Svc-Row(24:3))
                   to WS-Reach-Stack
                 perform varying WS-cr from 1 by 1
                         until WS-cr > WS-CraneCount
                   perform check-stack-reach
                   if WS-Reach-Found = 1
                     move WS-Crane-Id(WS-cr) to WS-Svc-Crane
                     exit perform
                   end-if
                 end-perform
               end-if
             else
               move WS-Svc-Row(1:8) to WS-Svc-Instr
               if WS-Svc-Row(48:4) not = spaces
                 move WS-Svc-Row(48:4) to WS-Svc-Crane
               end-if
             end-if
             move WS-Svc-Crane to WS-CrnS-Key
             perform find-crane-service
             if WS-CrnS-Idx = zero
               perform add-crane-service
             end-if
             if WS-CrnS-Idx = zero
               add 1 to WS-Svc-Unposted
               exit paragraph
             end-if
             if WS-Svc-Instr = spaces
                or WS-Svc-Instr not = WS-Svc-LastInstr
                or WS-Svc-Crane not = WS-Svc-LastCrane
               add 1 to WS-CrnS-Lifts(WS-CrnS-Idx)
               add 1 to WS-Svc-Lifts
             end-if
             add WS-CrateWeight(WS-CrateIdx)
               to WS-CrnS-Weight(WS-CrnS-Idx)
             add WS-CrateWeight(WS-CrateIdx) to WS-Svc-Weight
             move WS-Svc-Instr to WS-Svc-LastInstr
             move WS-Svc-Crane to WS-Svc-LastCrane
           .

           release-crane-service.
             move "R" to WS-Svc-Lock-Mode
             call "Lock-Manager" using WS-Svc-Lock-Mode
               WS-Svc-Lock-Resource WS-Svc-Lock-Share
               WS-Svc-Lock-Program WS-Svc-Lock-Operator
               WS-Svc-Lock-Result WS-Svc-Lock-Holder
           .

           copy "crnsvcp.cpy".
           copy "elapsedp.cpy".
           copy "numvalp.cpy".
