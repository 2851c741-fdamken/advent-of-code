       identification division.
           program-id. Day-Shadow-Run.
      *    one shadow night for a candidate build of a Day-NN
      *    program, called by Day-Batch-Driver right after the
      *    production step completes, so a changed program is proven
      *    against real production input - answers, exceptions,
      *    run-control counts and elapsed time, not just the
      *    blessed answers the golden check covers - before it goes
      *    live. the candidate replays the exact input production
      *    just posted from (the vault copy Processed-Register hands
      *    back), forced and flagged as a trial so its durable side
      *    files stay away from production and it posts nothing to
      *    the processed-input register.
      *    the day programs stage to fixed file names
      *    (staging-dayNNx-*.txt), so production's staged rows are
      *    parked as shadow-hold-dayNNx-*.txt while the candidate
      *    runs, the candidate's staged rows are moved out to
      *    shadow-dayNNx-*.txt - names Day-Ledger-Consolidate never
      *    reads - and production's are put back for the end-of-run
      *    merge. both sides' rows for this run id are then compared
      *    into shadow-report-dayNNx-<date>.txt, and the night's
      *    verdict appended to shadow-register.txt for
      *    Day-Shadow-Promote to count clean nights from.
      *    the driver passes the row's base camp and input date
      *    rather than leaving them to whatever it last exported for
      *    a later row: the vault lookup and the candidate run under
      *    the row's own AOC_SITE, the candidate under its
      *    AOC_INPUT_DATE and with no AOC_RESUBMIT_FILE, and the
      *    driver's values are put back afterwards.
      *    a shadow never alters the batch's own return code.
       environment division.
           input-output section.
             file-control.
               select StagingFile assign to dynamic WS-Staging-Name
                 organization is line sequential
                 file status is WS-Staging-Status.
               select ShadowRegister assign to "shadow-register.txt"
                 organization is line sequential
                 file status is WS-ShadowReg-Status.
               select ShadowReport assign to dynamic WS-Report-Name
                 organization is line sequential.
       data division.
           file section.
             fd StagingFile.
                01 StagingFile-Line pic X(200).
             fd ShadowRegister.
                01 ShadowRegister-Line pic X(120).
             fd ShadowReport.
                01 ShadowReport-Line pic X(100).
           working-storage section.
             copy "resultlg.cpy".
             copy "exceplg.cpy".
             copy "runhist.cpy".
             copy "runctl.cpy".
             copy "shadowreg.cpy".
             copy "numval.cpy".
             01 WS-Staging-Status pic XX.
             88 WS-Staging-OK    value "00".
             88 WS-Staging-Error value "30" thru "99".
             01 WS-EOF pic 9 value zero.
             01 WS-Staging-Name pic X(60).
             01 WS-Report-Name pic X(60).
             01 WS-Now pic X(21).
             01 WS-TodayDate pic X(10).
             01 WS-Run-Id pic X(15).
             01 WS-Prog-Token pic X(8).
             01 WS-Register-Mode  pic X(1).
             01 WS-Register-Found pic X(1).
             01 WS-Vault-Path pic X(100).
             01 WS-Moves-Path pic X(100).
             01 WS-Input-Format pic X(8).
             01 WS-Saved-Force pic X(1).
             01 WS-Saved-Site pic X(6).
             01 WS-Saved-InputDate pic X(10).
             01 WS-Saved-Resubmit pic X(100).
             01 WS-Blank-Resubmit pic X(100) value spaces.
      *      the four staging kinds every Day-NN program writes.
             01 WS-Kind-List.
                05 filler pic X(10) value "results".
                05 filler pic X(10) value "exceptions".
                05 filler pic X(10) value "history".
                05 filler pic X(10) value "control".
             01 WS-Kind-Table redefines WS-Kind-List.
                05 WS-Kind pic X(10) occurs 4 times.
             01 WS-kd pic 9.
             01 WS-Parked-Flags.
                05 WS-Parked pic 9 occurs 4 times.
             01 WS-From-Name pic X(60).
             01 WS-To-Name   pic X(60).
             01 WS-File-Info pic X(16).
             01 WS-File-Present pic 9.
             01 WS-Blocked pic 9 value zero.
      *      which side a staged row belongs to while reading:
      *      1 production, 2 candidate.
             01 WS-Side pic 9.
             01 WS-AnsCount pic 9(02) value zero.
             01 WS-Ans-Table.
                05 WS-Ans-Entry occurs 20 times.
                   10 WS-Ans-Part   pic X(20).
                   10 WS-Ans-Value  pic X(16) occurs 2 times.
                   10 WS-Ans-Seen   pic 9 occurs 2 times.
             01 WS-a pic 9(02).
             01 WS-ExcCount pic 9(02) value zero.
             01 WS-Exc-Table.
                05 WS-Exc-Entry occurs 50 times.
                   10 WS-Exc-Reason pic X(40).
                   10 WS-Exc-Count  pic 9(06) occurs 2 times.
             01 WS-e pic 9(02).
             01 WS-Ctl-Sums.
                05 WS-Ctl-Side occurs 2 times.
                   10 WS-Ctl-Read     pic 9(08).
                   10 WS-Ctl-Accepted pic 9(08).
                   10 WS-Ctl-Rejected pic 9(08).
                   10 WS-Ctl-Posted   pic 9(08).
             01 WS-Secs-Table.
                05 WS-Secs pic 9(07)V99 occurs 2 times.
             01 WS-Blank-Pad pic X(24) value spaces.
             01 WS-Secs-Delta pic S9(07)V99.
             01 WS-AnsDiffs pic 9(03) value zero.
             01 WS-ExcDiffs pic 9(03) value zero.
             01 WS-CtlDiffer pic X(1) value "N".
             01 WS-Flag pic X(8).
             01 WS-Secs-Disp  pic Z(6)9.99.
             01 WS-Delta-Disp pic -(6)9.99.
             01 WS-Count-Disp pic Z(5)9.
             01 WS-Count-Disp2 pic Z(5)9.
             01 WS-Ctl-Row.
                05 FILLER          pic X(4) value spaces.
                05 WS-Ctl-Label    pic X(12).
                05 WS-Ctl-D-Read   pic Z(7)9.
                05 FILLER          pic X(2) value spaces.
                05 WS-Ctl-D-Acc    pic Z(7)9.
                05 FILLER          pic X(2) value spaces.
                05 WS-Ctl-D-Rej    pic Z(7)9.
                05 FILLER          pic X(2) value spaces.
                05 WS-Ctl-D-Post   pic Z(7)9.
           linkage section.
             01 SHR-Year       pic X(4).
             01 SHR-Day        pic X(2).
             01 SHR-Program    pic X(12).
             01 SHR-Candidate  pic X(12).
             01 SHR-Input-Path pic X(100).
             01 SHR-Format     pic X(8).
             01 SHR-Site       pic X(6).
             01 SHR-Input-Date pic X(10).
             01 SHR-Verdict    pic X(8).
       procedure division using SHR-Year SHR-Day SHR-Program
             SHR-Candidate SHR-Input-Path SHR-Format SHR-Site
             SHR-Input-Date SHR-Verdict.
           move spaces to SHR-Verdict
           move function current-date to WS-Now
           string WS-Now(1:4) "-" WS-Now(5:2) "-" WS-Now(7:2)
             delimited by size into WS-TodayDate
           accept WS-Run-Id from environment "AOC_RUN_ID"
             on exception move spaces to WS-Run-Id
           end-accept
           move spaces to WS-Prog-Token
           string "day" function lower-case(SHR-Program(5:3))
             delimited by size into WS-Prog-Token
           move zero to WS-Secs(1)
           move zero to WS-Secs(2)
           accept WS-Saved-Site from environment "AOC_SITE"
             on exception move spaces to WS-Saved-Site
           end-accept
           display "AOC_SITE" upon environment-name
           display SHR-Site upon environment-value
           move "V" to WS-Register-Mode
           move "N" to WS-Register-Found
           move spaces to WS-Vault-Path
           call "Processed-Register" using WS-Register-Mode
             SHR-Year SHR-Day WS-Vault-Path WS-Register-Found
           if WS-Register-Found not = "Y"
             move "NOINPUT" to SHR-Verdict
             perform append-register-row
             perform restore-site
             goback
           end-if
           perform park-production-staging
           if WS-Blocked = 1
             move "BLOCKED" to SHR-Verdict
             perform append-register-row
             perform restore-site
             goback
           end-if
           perform run-candidate
           perform unpark-production-staging
           if SHR-Verdict = "NOBUILD"
             perform append-register-row
             perform restore-site
             goback
           end-if
           initialize WS-Ctl-Sums
           move 1 to WS-Side
           perform read-side-staging
           move 2 to WS-Side
           perform read-side-staging
           perform judge-and-report
           perform append-register-row
           perform restore-site
           goback.

           restore-site.
             display "AOC_SITE" upon environment-name
             display WS-Saved-Site upon environment-value
           .

      *    a hold file already on disk is an earlier shadow that
      *    never put production's rows back - they are still owed to
      *    the merge, so nothing is parked on top of them.
           park-production-staging.
             perform varying WS-kd from 1 by 1 until WS-kd > 4
               move 0 to WS-Parked(WS-kd)
               move spaces to WS-To-Name
               string "shadow-hold-" function trim(WS-Prog-Token)
                 "-" function trim(WS-Kind(WS-kd)) ".txt"
                 delimited by size into WS-To-Name
               move WS-To-Name to WS-Staging-Name
               perform check-file-present
               if WS-File-Present = 1
                 display "*** Day-Shadow-Run: "
                   function trim(WS-To-Name) " is still on disk from "
                   "an earlier shadow - put it back as the staging "
                   "file before shadowing again ***"
                 move 1 to WS-Blocked
               end-if
             end-perform
             if WS-Blocked = 1
               exit paragraph
             end-if
             perform varying WS-kd from 1 by 1 until WS-kd > 4
               perform build-staging-name
               move WS-Staging-Name to WS-From-Name
               move spaces to WS-To-Name
               string "shadow-hold-" function trim(WS-Prog-Token)
                 "-" function trim(WS-Kind(WS-kd)) ".txt"
                 delimited by size into WS-To-Name
               perform move-one-file
               if WS-File-Present = 1
                 move 1 to WS-Parked(WS-kd)
               end-if
             end-perform
           .

      *    the same replay conditions as the driver's sample
      *    self-test: forced, flagged as a trial, the operator's own
      *    AOC_FORCE put back afterwards. the row's input date goes
      *    out and any resubmit file is cleared, so the candidate
      *    replays the night production ran rather than a later
      *    row's corrections; both are put back afterwards too. the
      *    run id is left as it is, so both sides' rows carry
      *    tonight's.
           run-candidate.
             display "AOC_YEAR" upon environment-name
             display SHR-Year upon environment-value
             display "AOC_INPUT_FILE" upon environment-name
             display WS-Vault-Path upon environment-value
             move function upper-case(SHR-Format) to WS-Input-Format
             if WS-Input-Format = spaces
               move "DRAWN" to WS-Input-Format
             end-if
             display "AOC_INPUT_FORMAT" upon environment-name
             display WS-Input-Format upon environment-value
      *      the vault keeps a tabular feed but not its move list,
      *      which still sits beside the production input.
             if WS-Input-Format = "TABULAR"
               move spaces to WS-Moves-Path
               string function trim(SHR-Input-Path) ".moves"
                 delimited by size into WS-Moves-Path
               display "AOC_MOVES_FILE" upon environment-name
               display WS-Moves-Path upon environment-value
             end-if
             accept WS-Saved-Force from environment "AOC_FORCE"
               on exception move "N" to WS-Saved-Force
             end-accept
             if WS-Saved-Force = spaces
               move "N" to WS-Saved-Force
             end-if
             accept WS-Saved-InputDate
               from environment "AOC_INPUT_DATE"
               on exception move spaces to WS-Saved-InputDate
             end-accept
             accept WS-Saved-Resubmit
               from environment "AOC_RESUBMIT_FILE"
               on exception move spaces to WS-Saved-Resubmit
             end-accept
             display "AOC_FORCE" upon environment-name
             display "Y" upon environment-value
             display "AOC_TRIAL" upon environment-name
             display "Y" upon environment-value
             display "AOC_INPUT_DATE" upon environment-name
             display SHR-Input-Date upon environment-value
             display "AOC_RESUBMIT_FILE" upon environment-name
             display WS-Blank-Resubmit upon environment-value
             move 0 to return-code
             call SHR-Candidate
               on exception
                 move "NOBUILD" to SHR-Verdict
                 display "*** Day-Shadow-Run: candidate "
                   function trim(SHR-Candidate)
                   " could not be loaded ***"
             end-call
             if SHR-Verdict not = "NOBUILD"
               cancel SHR-Candidate
             end-if
             move 0 to return-code
             display "AOC_FORCE" upon environment-name
             display WS-Saved-Force upon environment-value
             display "AOC_TRIAL" upon environment-name
             display "N" upon environment-value
             display "AOC_INPUT_DATE" upon environment-name
             display WS-Saved-InputDate upon environment-value
             display "AOC_RESUBMIT_FILE" upon environment-name
             display WS-Saved-Resubmit upon environment-value
             if WS-Input-Format = "TABULAR"
               move spaces to WS-Moves-Path
               display "AOC_MOVES_FILE" upon environment-name
               display WS-Moves-Path upon environment-value
             end-if
           .

      *    the candidate's staged rows go out to shadow-dayNNx-*,
      *    replacing the last shadow's, and production's come back.
           unpark-production-staging.
             perform varying WS-kd from 1 by 1 until WS-kd > 4
               perform build-staging-name
               move WS-Staging-Name to WS-From-Name
               move spaces to WS-To-Name
               string "shadow-" function trim(WS-Prog-Token)
                 "-" function trim(WS-Kind(WS-kd)) ".txt"
                 delimited by size into WS-To-Name
               call "CBL_DELETE_FILE" using WS-To-Name
                 on exception continue
               end-call
               move 0 to return-code
               perform move-one-file
               if WS-Parked(WS-kd) = 1
                 move spaces to WS-From-Name
                 string "shadow-hold-" function trim(WS-Prog-Token)
                   "-" function trim(WS-Kind(WS-kd)) ".txt"
                   delimited by size into WS-From-Name
                 perform build-staging-name
                 move WS-Staging-Name to WS-To-Name
                 perform move-one-file
               end-if
             end-perform
           .

           build-staging-name.
             move spaces to WS-Staging-Name
             string "staging-" function trim(WS-Prog-Token)
               "-" function trim(WS-Kind(WS-kd)) ".txt"
               delimited by size into WS-Staging-Name
           .

           check-file-present.
             move 0 to WS-File-Present
             call "CBL_CHECK_FILE_EXIST"
               using WS-Staging-Name WS-File-Info
             end-call
             if return-code = 0
               move 1 to WS-File-Present
             end-if
             move 0 to return-code
           .

      *    copy then delete, the way Day-Ledger-Convert puts a
      *    converted generation in place; an absent source is
      *    simply nothing to move.
           move-one-file.
             move WS-From-Name to WS-Staging-Name
             perform check-file-present
             if WS-File-Present = 0
               exit paragraph
             end-if
             call "CBL_COPY_FILE" using WS-From-Name WS-To-Name
             end-call
             if return-code not = 0
               display "*** Day-Shadow-Run: could not move "
                 function trim(WS-From-Name) " to "
                 function trim(WS-To-Name) " ***"
               move 0 to return-code
               exit paragraph
             end-if
             call "CBL_DELETE_FILE" using WS-From-Name
             end-call
             move 0 to return-code
           .

      *    production's side is back in staging-dayNNx-*, the
      *    candidate's in shadow-dayNNx-*; only rows for this run id
      *    and year count - a staging file can still hold a
      *    standalone run's rows that were never consolidated.
           read-side-staging.
             perform varying WS-kd from 1 by 1 until WS-kd > 4
               if WS-Side = 1
                 perform build-staging-name
               else
                 move spaces to WS-Staging-Name
                 string "shadow-" function trim(WS-Prog-Token)
                   "-" function trim(WS-Kind(WS-kd)) ".txt"
                   delimited by size into WS-Staging-Name
               end-if
               move zero to WS-EOF
               open input StagingFile
               if WS-Staging-OK
                 perform until WS-EOF = 1
                   read StagingFile
                     at end move 1 to WS-EOF
                     not at end perform take-one-staged-row
                   end-read
                 end-perform
                 close StagingFile
               end-if
             end-perform
             move zero to WS-EOF
           .

           take-one-staged-row.
             evaluate WS-kd
               when 1
                 move StagingFile-Line(1:110) to WS-Ledger-Line
                 if WS-Ledger-RunId = WS-Run-Id
                    and WS-Ledger-Year = SHR-Year
                   perform note-answer
                 end-if
               when 2
                 move StagingFile-Line(1:180)
                   to WS-ExceptionLedger-Line
                 if WS-ExceptionLedger-RunId = WS-Run-Id
                    and WS-ExceptionLedger-Year = SHR-Year
                   perform note-exception
                 end-if
               when 3
                 move StagingFile-Line(1:90) to WS-RunHistory-Line
                 if WS-RunHistory-RunId = WS-Run-Id
                    and WS-RunHistory-Year = SHR-Year
                   move WS-RunHistory-Elapsed to WS-Numval-Input
                   perform validate-numeric-field
                   if WS-Numval-Is-Valid and WS-Numval-Result >= 0
                     add WS-Numval-Result to WS-Secs(WS-Side)
                   end-if
                 end-if
               when 4
                 move StagingFile-Line(1:110) to WS-RunControl-Line
                 if WS-RunControl-RunId = WS-Run-Id
                    and WS-RunControl-Year = SHR-Year
                   add WS-RunControl-Read to WS-Ctl-Read(WS-Side)
                   add WS-RunControl-Accepted
                     to WS-Ctl-Accepted(WS-Side)
                   add WS-RunControl-Rejected
                     to WS-Ctl-Rejected(WS-Side)
                   add WS-RunControl-Posted to WS-Ctl-Posted(WS-Side)
                 end-if
             end-evaluate
           .

           note-answer.
             perform varying WS-a from 1 by 1 until WS-a > WS-AnsCount
               if WS-Ans-Part(WS-a) = WS-Ledger-Part
                 exit perform
               end-if
             end-perform
             if WS-a > WS-AnsCount
               if WS-AnsCount >= 20
                 exit paragraph
               end-if
               add 1 to WS-AnsCount
               move WS-AnsCount to WS-a
               move WS-Ledger-Part to WS-Ans-Part(WS-a)
               move spaces to WS-Ans-Value(WS-a, 1)
               move spaces to WS-Ans-Value(WS-a, 2)
               move 0 to WS-Ans-Seen(WS-a, 1)
               move 0 to WS-Ans-Seen(WS-a, 2)
             end-if
             move function trim(WS-Ledger-Answer)
               to WS-Ans-Value(WS-a, WS-Side)
             move 1 to WS-Ans-Seen(WS-a, WS-Side)
           .

           note-exception.
             perform varying WS-e from 1 by 1 until WS-e > WS-ExcCount
               if WS-Exc-Reason(WS-e) = WS-ExceptionLedger-Reason
                 exit perform
               end-if
             end-perform
             if WS-e > WS-ExcCount
               if WS-ExcCount >= 50
                 exit paragraph
               end-if
               add 1 to WS-ExcCount
               move WS-ExcCount to WS-e
               move WS-ExceptionLedger-Reason to WS-Exc-Reason(WS-e)
               move zero to WS-Exc-Count(WS-e, 1)
               move zero to WS-Exc-Count(WS-e, 2)
             end-if
             add 1 to WS-Exc-Count(WS-e, WS-Side)
           .

           judge-and-report.
             move spaces to WS-Report-Name
             string "shadow-report-" function trim(WS-Prog-Token)
               "-" WS-TodayDate ".txt"
               delimited by size into WS-Report-Name
             open output ShadowReport
             move spaces to ShadowReport-Line
             string "===== shadow run " function trim(SHR-Candidate)
               " against " function trim(SHR-Program) " - "
               SHR-Year " day " SHR-Day " - run " WS-Run-Id " ====="
               delimited by size into ShadowReport-Line
             write ShadowReport-Line
             move spaces to ShadowReport-Line
             string "replayed input: " function trim(WS-Vault-Path)
               delimited by size into ShadowReport-Line
             write ShadowReport-Line
             move spaces to ShadowReport-Line
             write ShadowReport-Line
             move "answers            production        candidate"
               to ShadowReport-Line
             write ShadowReport-Line
             perform varying WS-a from 1 by 1 until WS-a > WS-AnsCount
               if WS-Ans-Seen(WS-a, 1) = WS-Ans-Seen(WS-a, 2)
                  and WS-Ans-Value(WS-a, 1) = WS-Ans-Value(WS-a, 2)
                 move "same" to WS-Flag
               else
                 move "DIFFERS" to WS-Flag
                 add 1 to WS-AnsDiffs
               end-if
               move spaces to ShadowReport-Line
               string "  " WS-Ans-Part(WS-a) " "
                 WS-Ans-Value(WS-a, 1) " " WS-Ans-Value(WS-a, 2)
                 " " WS-Flag
                 delimited by size into ShadowReport-Line
               write ShadowReport-Line
             end-perform
             if WS-AnsCount = 0
               move "  (no answers staged by either side)"
                 to ShadowReport-Line
               write ShadowReport-Line
             end-if
             move spaces to ShadowReport-Line
             write ShadowReport-Line
             move spaces to ShadowReport-Line
             string "exceptions by reason" WS-Blank-Pad
               " production   candidate"
               delimited by size into ShadowReport-Line
             write ShadowReport-Line
             perform varying WS-e from 1 by 1 until WS-e > WS-ExcCount
               if WS-Exc-Count(WS-e, 1) = WS-Exc-Count(WS-e, 2)
                 move "same" to WS-Flag
               else
                 move "DIFFERS" to WS-Flag
                 add 1 to WS-ExcDiffs
               end-if
               move WS-Exc-Count(WS-e, 1) to WS-Count-Disp
               move WS-Exc-Count(WS-e, 2) to WS-Count-Disp2
               move spaces to ShadowReport-Line
               string "  " WS-Exc-Reason(WS-e) "  " WS-Count-Disp
                 "      " WS-Count-Disp2 "  " WS-Flag
                 delimited by size into ShadowReport-Line
               write ShadowReport-Line
             end-perform
             if WS-ExcCount = 0
               move "  (no exceptions on either side)"
                 to ShadowReport-Line
               write ShadowReport-Line
             end-if
             move spaces to ShadowReport-Line
             write ShadowReport-Line
             move spaces to ShadowReport-Line
             string "run control            read  accepted  rejected"
               "    posted" delimited by size into ShadowReport-Line
             write ShadowReport-Line
             move "production" to WS-Ctl-Label
             move 1 to WS-Side
             perform write-control-row
             move "candidate" to WS-Ctl-Label
             move 2 to WS-Side
             perform write-control-row
             if WS-Ctl-Side(1) not = WS-Ctl-Side(2)
               move "Y" to WS-CtlDiffer
               move "  run-control counts DIFFER"
                 to ShadowReport-Line
               write ShadowReport-Line
             end-if
             move spaces to ShadowReport-Line
             write ShadowReport-Line
             compute WS-Secs-Delta = WS-Secs(2) - WS-Secs(1)
             move WS-Secs(1) to WS-Secs-Disp
             move spaces to ShadowReport-Line
             string "elapsed seconds  production " WS-Secs-Disp
               delimited by size into ShadowReport-Line
             write ShadowReport-Line
             move WS-Secs(2) to WS-Secs-Disp
             move WS-Secs-Delta to WS-Delta-Disp
             move spaces to ShadowReport-Line
             string "                 candidate  " WS-Secs-Disp
               "  (" function trim(WS-Delta-Disp) ")"
               delimited by size into ShadowReport-Line
             write ShadowReport-Line
             if WS-AnsDiffs = 0 and WS-ExcDiffs = 0
                and WS-CtlDiffer = "N"
               move "CLEAN" to SHR-Verdict
             else
               move "DIFFER" to SHR-Verdict
             end-if
             move spaces to ShadowReport-Line
             write ShadowReport-Line
             move spaces to ShadowReport-Line
             string "verdict: " SHR-Verdict
               delimited by size into ShadowReport-Line
             write ShadowReport-Line
             close ShadowReport
           .

           write-control-row.
             move WS-Ctl-Read(WS-Side) to WS-Ctl-D-Read
             move WS-Ctl-Accepted(WS-Side) to WS-Ctl-D-Acc
             move WS-Ctl-Rejected(WS-Side) to WS-Ctl-D-Rej
             move WS-Ctl-Posted(WS-Side) to WS-Ctl-D-Post
             move WS-Ctl-Row to ShadowReport-Line
             write ShadowReport-Line
           .

           append-register-row.
             move WS-TodayDate to WS-ShadowReg-Date
             move WS-Run-Id to WS-ShadowReg-RunId
             move SHR-Year to WS-ShadowReg-Year
             move SHR-Day to WS-ShadowReg-Day
             move SHR-Program to WS-ShadowReg-Program
             move SHR-Candidate to WS-ShadowReg-Candidate
             move SHR-Verdict to WS-ShadowReg-Verdict
             move WS-AnsDiffs to WS-ShadowReg-AnsDiffs
             move WS-ExcDiffs to WS-ShadowReg-ExcDiffs
             move WS-CtlDiffer to WS-ShadowReg-CtlDiffer
             move WS-Secs(1) to WS-ShadowReg-ProdSecs
             move WS-Secs(2) to WS-ShadowReg-CandSecs
             open extend ShadowRegister
             if WS-ShadowReg-Status = "35"
               open output ShadowRegister
             end-if
             move WS-ShadowReg-Record to ShadowRegister-Line
             write ShadowRegister-Line
             close ShadowRegister
           .

           copy "numvalp.cpy".
