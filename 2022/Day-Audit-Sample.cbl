       identification division.
           program-id. Day-Audit-Sample.
      *    statistical audit sample for the external auditors: a
      *    reproducible random sample of input records per day, drawn
      *    from the vaulted inputs Processed-Register keeps, each
      *    shown beside what the batch did with it -
      *      - day 01: the elf the calorie line belongs to and the
      *        total carried for that elf (day01-item-detail.txt)
      *      - day 02: the round's points under both interpretations
      *        (day02c-audit.txt)
      *      - day 03: the rucksack's duplicate item and priority,
      *        and its group's badge (day03c-priorities.txt, groups
      *        of three)
      *      - day 04: the pair's containment and overlap flags
      *        (day04c-detail.txt)
      *      - day 05: the transactions the move produced
      *        (day05a-transactions.txt)
      *    a record that was rejected is shown with the REJECT row it
      *    left on exceptions-ledger.txt under the vaulted run's id.
      *    the command line takes the sample size and the seed, both
      *    optional: the size defaults to site-config key
      *    audit-sample-size (else 25, at most 500 a day) and the
      *    seed to the clock. each day is drawn afresh from the seed
      *    plus its day number, so the same seed over the same vault
      *    always draws the same records. the workpaper is written
      *    self-contained to audit-sample-<date>.txt and every draw
      *    is recorded, seed and all, on audit-sample-log.txt.
       environment division.
           input-output section.
             file-control.
               select VaultCopy assign to dynamic WS-Vault-Path
                 organization is line sequential
                 file status is WS-Vault-Status.
               select ItemDetail assign to "day01-item-detail.txt"
                 organization is line sequential
                 file status is WS-Detail-Status.
               select AuditTrail assign to "day02c-audit.txt"
                 organization is line sequential
                 file status is WS-Detail-Status.
               select PriorityReport
                 assign to "day03c-priorities.txt"
                 organization is line sequential
                 file status is WS-Detail-Status.
               select DetailReport assign to "day04c-detail.txt"
                 organization is line sequential
                 file status is WS-Detail-Status.
               select TransLog assign to dynamic WS-TransLog-Name
                 organization is line sequential
                 file status is WS-Detail-Status.
               select ExceptionLedger
                 assign to "exceptions-ledger.txt"
                 organization is line sequential
                 file status is WS-Detail-Status.
               select Workpaper assign to dynamic WS-Workpaper-Name
                 organization is line sequential.
               select SampleLog assign to "audit-sample-log.txt"
                 organization is line sequential
                 file status is WS-Log-Status.
       data division.
           file section.
             fd VaultCopy.
                01 VaultCopy-Line pic X(200).
             fd ItemDetail.
                01 ItemDetail-Line pic X(40).
             fd AuditTrail.
                01 AuditTrail-Line pic X(80).
             fd PriorityReport.
                01 PriorityReport-Line pic X(60).
             fd DetailReport.
                01 DetailReport-Line pic X(160).
             fd TransLog.
                01 TransLog-Line pic X(80).
             fd ExceptionLedger.
                01 ExceptionLedger-Line pic X(180).
             fd Workpaper.
                01 Workpaper-Line pic X(200).
             fd SampleLog.
                01 SampleLog-Line pic X(100).
           working-storage section.
             copy "numval.cpy".
             copy "exceplg.cpy".
             01 WS-Vault-Status pic XX.
             88 WS-Vault-OK    value "00".
             88 WS-Vault-Error value "30" thru "99".
             01 WS-Detail-Status pic XX.
             88 WS-Detail-OK    value "00".
             88 WS-Detail-Error value "30" thru "99".
             01 WS-Log-Status pic XX.
             01 WS-EOF pic 9 value zero.
             01 WS-Processing-Year pic X(4) value "2022".
             01 WS-RunDate pic X(10).
             01 WS-CurrentDate pic X(8).
             01 WS-Now pic X(21).
             01 WS-Param-Line pic X(100).
             01 WS-Arg-Size pic X(10).
             01 WS-Arg-Seed pic X(10).
             01 WS-Workpaper-Name pic X(40).
             01 WS-TransLog-Name pic X(100)
                value "day05a-transactions.txt".
             01 WS-Config-Key   pic X(30).
             01 WS-Config-Value pic X(100).
             01 WS-Config-Found pic X(1).
      *      the draw: at most 500 records a day, seeded per day.
             01 WS-MaxSample pic 9(4) value 500.
             01 WS-SampleSize pic 9(4) value 25.
             01 WS-Seed pic 9(9) value zero.
             01 WS-Day-Seed pic 9(9).
             01 WS-Random pic V9(9).
             01 WS-Draw pic 9(8).
             01 WS-Want pic 9(4).
             01 WS-PickCount pic 9(4).
             01 WS-Pick-Table.
                05 WS-Pick occurs 500 times.
                   10 WS-Pick-Ordinal pic 9(8).
                   10 WS-Pick-LineNo  pic 9(8).
                   10 WS-Pick-Key     pic 9(8).
                   10 WS-Pick-Record  pic X(60).
             01 WS-Pick-Hold.
                05 WS-Hold-Ordinal pic 9(8).
                05 FILLER          pic X(76).
             01 WS-p pic 9(4).
             01 WS-q pic 9(4).
             01 WS-Dup pic 9.
      *      the day being sampled and its vaulted input.
             01 WS-Day pic X(2).
             01 WS-DayNo pic 9(2).
             01 WS-Program pic X(10).
             01 WS-Register-Mode  pic X(1).
             01 WS-Register-Found pic X(1).
             01 WS-Vault-Path pic X(100).
             01 WS-Vault-RunId pic X(15).
             01 WS-Eligible pic 9(8).
             01 WS-LineNo pic 9(8).
             01 WS-Ordinal pic 9(8).
             01 WS-Blanks pic 9(8).
             01 WS-Is-Eligible pic 9.
             01 WS-DaysSampled pic 9(2) value zero.
             01 WS-RecordsSampled pic 9(6) value zero.
             01 WS-RejectsShown pic 9(6) value zero.
      *      keys edited the way the detail writers edit them, so a
      *      detail row is matched on its own text.
             01 WS-Key-Edit  pic Z(8).
             01 WS-Line-Edit pic Z(8).
             01 WS-Group-Edit pic Z(8).
             01 WS-Reject-Edit pic Z(8).
             01 WS-Count-Edit pic Z(7)9.
             01 WS-Small-Edit pic Z(3)9.
             01 WS-Total pic 9(16).
             01 WS-Total-Edit pic Z(15)9.
             01 WS-Items pic 9(4).
             01 WS-Rows pic 9(4).
             01 WS-ItemDetail-Row.
                05 WS-IDet-ElveNo   pic X(8).
                05 FILLER           pic X(1).
                05 WS-IDet-ItemSeq  pic X(4).
                05 FILLER           pic X(1).
                05 WS-IDet-Calories pic X(16).
             01 WS-Audit-Row.
                05 WS-ARow-RoundNo    pic X(8).
                05 FILLER             pic X(1).
                05 WS-ARow-Opponent   pic X(1).
                05 FILLER             pic X(1).
                05 WS-ARow-Third      pic X(1).
                05 FILLER             pic X(1).
                05 WS-ARow-Outcome    pic X(4).
                05 FILLER             pic X(1).
                05 WS-ARow-MovePts    pic X(2).
                05 FILLER             pic X(1).
                05 WS-ARow-OutcomePts pic X(2).
             01 WS-Priority-Row.
                05 WS-PRow-Kind   pic X(11).
                05 WS-PRow-LineNo pic X(8).
                05 FILLER         pic X(1).
                05 WS-PRow-Item   pic X(1).
                05 FILLER         pic X(1).
                05 WS-PRow-Value  pic X(10).
             01 WS-Detail-Row.
                05 WS-DRow-LineNo     pic X(8).
                05 FILLER             pic X(77).
                05 WS-DRow-Contains   pic X(13).
                05 FILLER             pic X(1).
                05 WS-DRow-Overlap    pic X(10).
             01 WS-Trans-Row.
                05 WS-TRow-InstrNo pic X(8).
                05 FILLER          pic X(1).
                05 WS-TRow-Crate   pic X(1).
                05 FILLER          pic X(6).
                05 WS-TRow-From    pic X(3).
                05 FILLER          pic X(4).
                05 WS-TRow-To      pic X(3).
             01 WS-Group-Size pic 9(2) value 3.
             01 WS-GroupNo pic 9(8).
       procedure division.
           move function current-date to WS-Now
           move WS-Now(1:8) to WS-CurrentDate
           string WS-CurrentDate(1:4) "-" WS-CurrentDate(5:2) "-"
                  WS-CurrentDate(7:2)
             delimited by size into WS-RunDate
           accept WS-Processing-Year from environment "AOC_YEAR"
             on exception move "2022" to WS-Processing-Year
           end-accept
           if WS-Processing-Year = spaces
             move "2022" to WS-Processing-Year
           end-if
           perform resolve-sample-parameters
           move spaces to WS-Workpaper-Name
           string "audit-sample-" WS-RunDate ".txt"
             delimited by size into WS-Workpaper-Name
           open output Workpaper
           move "===== statistical audit sample workpaper ====="
             to Workpaper-Line
           write Workpaper-Line
           move spaces to Workpaper-Line
           string "prepared " WS-RunDate " " WS-Now(9:2) ":"
             WS-Now(11:2) " for processing year " WS-Processing-Year
             delimited by size into Workpaper-Line
           write Workpaper-Line
           move WS-SampleSize to WS-Count-Edit
           move spaces to Workpaper-Line
           string "sample size " function trim(WS-Count-Edit)
             " record(s) a day, seed " WS-Seed
             " - the same size and seed over the same vault "
             "redraw the same records"
             delimited by size into Workpaper-Line
           write Workpaper-Line
           move spaces to Workpaper-Line
           string "records are drawn from the vaulted input of each "
             "day's last posted run; treatment is read from that "
             "run's detail files, rejects from exceptions-ledger.txt"
             delimited by size into Workpaper-Line
           write Workpaper-Line
           perform varying WS-DayNo from 1 by 1 until WS-DayNo > 5
             perform sample-one-day
           end-perform
           move spaces to Workpaper-Line
           write Workpaper-Line
           move spaces to Workpaper-Line
           string "===== " WS-DaysSampled " day(s) sampled, "
             WS-RecordsSampled " record(s) drawn, "
             WS-RejectsShown " shown rejected ====="
             delimited by size into Workpaper-Line
           write Workpaper-Line
           close Workpaper
           perform record-sample-draw
           display "Day-Audit-Sample: " WS-RecordsSampled
             " record(s) from " WS-DaysSampled " day(s), seed "
             WS-Seed " - see " function trim(WS-Workpaper-Name)
           goback.

      *    size and seed from the command line; the size falls back
      *    to the site default and the seed to the clock.
           resolve-sample-parameters.
             accept WS-Param-Line from command-line
             move spaces to WS-Arg-Size
             move spaces to WS-Arg-Seed
             unstring WS-Param-Line delimited by all space
               into WS-Arg-Size WS-Arg-Seed
             end-unstring
             move "audit-sample-size" to WS-Config-Key
             move spaces to WS-Config-Value
             call "Site-Config" using WS-Config-Key WS-Config-Value
               WS-Config-Found
             if WS-Config-Found = "Y"
               move WS-Config-Value(1:10) to WS-Numval-Input
               perform validate-numeric-field
               if WS-Numval-Is-Valid and WS-Numval-Result > 0
                 move WS-Numval-Result to WS-SampleSize
               end-if
             end-if
             if WS-Arg-Size not = spaces
               move WS-Arg-Size to WS-Numval-Input
               perform validate-numeric-field
               if WS-Numval-Is-Valid and WS-Numval-Result > 0
                 move WS-Numval-Result to WS-SampleSize
               else
                 display "Day-Audit-Sample: sample size "
                   function trim(WS-Arg-Size) " not usable - using "
                   WS-SampleSize
               end-if
             end-if
             if WS-SampleSize > WS-MaxSample
               display "Day-Audit-Sample: sample size capped at "
                 WS-MaxSample " a day"
               move WS-MaxSample to WS-SampleSize
             end-if
             if WS-Arg-Seed not = spaces
               move WS-Arg-Seed to WS-Numval-Input
               perform validate-numeric-field
               if WS-Numval-Is-Valid
                 move WS-Numval-Result to WS-Seed
               end-if
             end-if
             if WS-Seed = zero
               move WS-Now(9:8) to WS-Seed
             end-if
             move "day05a-transactions-file" to WS-Config-Key
             move spaces to WS-Config-Value
             call "Site-Config" using WS-Config-Key WS-Config-Value
               WS-Config-Found
             if WS-Config-Found = "Y"
               move WS-Config-Value to WS-TransLog-Name
             end-if
           .

           sample-one-day.
             move WS-DayNo to WS-Day
             evaluate WS-DayNo
               when 1 move "Day-01c" to WS-Program
               when 2 move "Day-02c" to WS-Program
               when 3 move "Day-03c" to WS-Program
               when 4 move "Day-04c" to WS-Program
               when 5 move "Day-05a" to WS-Program
             end-evaluate
             move spaces to Workpaper-Line
             write Workpaper-Line
             move "V" to WS-Register-Mode
             move "N" to WS-Register-Found
             move spaces to WS-Vault-Path
             call "Processed-Register" using WS-Register-Mode
               WS-Processing-Year WS-Day WS-Vault-Path
               WS-Register-Found
             if WS-Register-Found not = "Y"
               move spaces to Workpaper-Line
               string "--- day " WS-Day " " function trim(WS-Program)
                 ": no vaulted input for " WS-Processing-Year
                 " - not sampled"
                 delimited by size into Workpaper-Line
               write Workpaper-Line
               exit paragraph
             end-if
             move spaces to WS-Vault-RunId
             unstring WS-Vault-Path(15:) delimited by ".txt"
               into WS-Vault-RunId
             end-unstring
             perform count-eligible-records
             if WS-Vault-Error
               move spaces to Workpaper-Line
               string "--- day " WS-Day " " function trim(WS-Program)
                 ": vault copy " function trim(WS-Vault-Path)
                 " cannot be read - not sampled"
                 delimited by size into Workpaper-Line
               write Workpaper-Line
               exit paragraph
             end-if
             move spaces to Workpaper-Line
             string "--- day " WS-Day " " function trim(WS-Program)
               ": input " function trim(WS-Vault-Path)
               ", run " function trim(WS-Vault-RunId)
               delimited by size into Workpaper-Line
             write Workpaper-Line
             perform draw-sample
             move WS-Eligible to WS-Count-Edit
             move WS-PickCount to WS-Small-Edit
             move spaces to Workpaper-Line
             string "    " function trim(WS-Count-Edit)
               " eligible record(s), " function trim(WS-Small-Edit)
               " sampled"
               delimited by size into Workpaper-Line
             write Workpaper-Line
             if WS-PickCount = 0
               exit paragraph
             end-if
             add 1 to WS-DaysSampled
             perform capture-sampled-records
             perform varying WS-p from 1 by 1
                     until WS-p > WS-PickCount
               perform show-sampled-record
             end-perform
           .

      *    day 01 samples its calorie lines, days 02 to 04 every
      *    non-blank line, day 05 its move lines only - the crate
      *    drawing above them is the starting yard, not a record.
           test-eligible-line.
             move 0 to WS-Is-Eligible
             if WS-DayNo = 5
               if VaultCopy-Line(1:5) = "move "
                 move 1 to WS-Is-Eligible
               end-if
             else
               if VaultCopy-Line not = spaces
                 move 1 to WS-Is-Eligible
               end-if
             end-if
           .

           count-eligible-records.
             move zero to WS-Eligible
             move zero to WS-EOF
             open input VaultCopy
             if WS-Vault-Error
               exit paragraph
             end-if
             perform until WS-EOF = 1
               read VaultCopy
                 at end move 1 to WS-EOF
                 not at end
                   perform test-eligible-line
                   add WS-Is-Eligible to WS-Eligible
               end-read
             end-perform
             close VaultCopy
             move zero to WS-EOF
           .

      *    distinct ordinals drawn from the day's own seed, then put
      *    in input order so the workpaper reads down the file.
           draw-sample.
             move zero to WS-PickCount
             move WS-SampleSize to WS-Want
             if WS-Want > WS-Eligible
               move WS-Eligible to WS-Want
             end-if
             if WS-Want = 0
               exit paragraph
             end-if
             compute WS-Day-Seed = WS-Seed + WS-DayNo
             compute WS-Random = function random(WS-Day-Seed)
             perform until WS-PickCount >= WS-Want
               compute WS-Draw = WS-Random * WS-Eligible + 1
               if WS-Draw > WS-Eligible
                 move WS-Eligible to WS-Draw
               end-if
               move 0 to WS-Dup
               perform varying WS-q from 1 by 1
                       until WS-q > WS-PickCount
                 if WS-Pick-Ordinal(WS-q) = WS-Draw
                   move 1 to WS-Dup
                 end-if
               end-perform
               if WS-Dup = 0
                 add 1 to WS-PickCount
                 initialize WS-Pick(WS-PickCount)
                 move WS-Draw to WS-Pick-Ordinal(WS-PickCount)
               end-if
               compute WS-Random = function random
             end-perform
             perform varying WS-p from 2 by 1
                     until WS-p > WS-PickCount
               move WS-Pick(WS-p) to WS-Pick-Hold
               move WS-p to WS-q
               perform until WS-q < 2
                  or WS-Pick-Ordinal(WS-q - 1)
                     <= WS-Hold-Ordinal
                 move WS-Pick(WS-q - 1) to WS-Pick(WS-q)
                 subtract 1 from WS-q
               end-perform
               move WS-Pick-Hold to WS-Pick(WS-q)
             end-perform
           .

      *    second pass over the vault copy: the physical line of each
      *    drawn record, the record itself, and the key its treatment
      *    is filed under - the elf for day 01 (one more than the
      *    blank lines before it), the move number for day 05, the
      *    input line otherwise.
           capture-sampled-records.
             move zero to WS-LineNo
             move zero to WS-Ordinal
             move zero to WS-Blanks
             move 1 to WS-p
             move zero to WS-EOF
             open input VaultCopy
             perform until WS-EOF = 1 or WS-p > WS-PickCount
               read VaultCopy
                 at end move 1 to WS-EOF
                 not at end
                   add 1 to WS-LineNo
                   if VaultCopy-Line = spaces
                     add 1 to WS-Blanks
                   end-if
                   perform test-eligible-line
                   if WS-Is-Eligible = 1
                     add 1 to WS-Ordinal
                     if WS-Ordinal = WS-Pick-Ordinal(WS-p)
                       move WS-LineNo to WS-Pick-LineNo(WS-p)
                       move VaultCopy-Line(1:60)
                         to WS-Pick-Record(WS-p)
                       evaluate WS-DayNo
                         when 1
                           compute WS-Pick-Key(WS-p) = WS-Blanks + 1
                         when 5
                           move WS-Ordinal to WS-Pick-Key(WS-p)
                         when other
                           move WS-LineNo to WS-Pick-Key(WS-p)
                       end-evaluate
                       add 1 to WS-p
                     end-if
                   end-if
               end-read
             end-perform
             close VaultCopy
             move zero to WS-EOF
           .

           show-sampled-record.
             add 1 to WS-RecordsSampled
             move WS-Pick-LineNo(WS-p) to WS-Line-Edit
             move WS-Pick-Key(WS-p) to WS-Key-Edit
             move WS-Line-Edit to WS-Reject-Edit
             if WS-DayNo = 5
               move WS-Key-Edit to WS-Reject-Edit
             end-if
             move spaces to Workpaper-Line
             string "  line " WS-Line-Edit ": "
               function trim(WS-Pick-Record(WS-p) trailing)
               delimited by size into Workpaper-Line
             write Workpaper-Line
             evaluate WS-DayNo
               when 1 perform show-day01-treatment
               when 2 perform show-day02-treatment
               when 3 perform show-day03-treatment
               when 4 perform show-day04-treatment
               when 5 perform show-day05-treatment
             end-evaluate
             perform show-reject-rows
           .

           show-day01-treatment.
             move zero to WS-Total
             move zero to WS-Items
             open input ItemDetail
             if WS-Detail-Error
               move "      no day01-item-detail.txt to show it"
                 to Workpaper-Line
               write Workpaper-Line
               exit paragraph
             end-if
             perform until WS-EOF = 1
               read ItemDetail into WS-ItemDetail-Row
                 at end move 1 to WS-EOF
                 not at end
                   if WS-IDet-ElveNo = WS-Key-Edit
                     move WS-IDet-Calories to WS-Numval-Input
                     perform validate-numeric-field
                     if WS-Numval-Is-Valid
                       add WS-Numval-Result to WS-Total
                       add 1 to WS-Items
                     end-if
                   end-if
               end-read
             end-perform
             close ItemDetail
             move zero to WS-EOF
             move WS-Total to WS-Total-Edit
             move WS-Items to WS-Small-Edit
             move spaces to Workpaper-Line
             if WS-Items = 0
               string "      elf " function trim(WS-Key-Edit)
                 ": no accepted items on day01-item-detail.txt"
                 delimited by size into Workpaper-Line
             else
               string "      elf " function trim(WS-Key-Edit)
                 ": carried total " function trim(WS-Total-Edit)
                 " over " function trim(WS-Small-Edit)
                 " accepted item(s)"
                 delimited by size into Workpaper-Line
             end-if
             write Workpaper-Line
           .

           show-day02-treatment.
             move zero to WS-Rows
             open input AuditTrail
             if WS-Detail-Error
               move "      no day02c-audit.txt to show the treatment"
                 to Workpaper-Line
               write Workpaper-Line
               exit paragraph
             end-if
             perform until WS-EOF = 1
               read AuditTrail into WS-Audit-Row
                 at end move 1 to WS-EOF
                 not at end
                   if WS-ARow-RoundNo = WS-Key-Edit
                     add 1 to WS-Rows
                     move spaces to Workpaper-Line
                     string "      round " function trim(WS-Key-Edit)
                       ": opponent " WS-ARow-Opponent
                       ", column " WS-ARow-Third
                       " - as a move " function trim(WS-ARow-Outcome)
                       " for " function trim(WS-ARow-MovePts)
                       " point(s), as an outcome "
                       function trim(WS-ARow-OutcomePts)
                       " point(s)"
                       delimited by size into Workpaper-Line
                     write Workpaper-Line
                     move 1 to WS-EOF
                   end-if
               end-read
             end-perform
             close AuditTrail
             move zero to WS-EOF
             if WS-Rows = 0
               move "      not scored - no row on day02c-audit.txt"
                 to Workpaper-Line
               write Workpaper-Line
             end-if
           .

      *    the rucksack's own compartment row, then its group's row
      *    (the group number sits in the same column).
           show-day03-treatment.
             move zero to WS-Rows
             compute WS-GroupNo =
               (WS-Pick-LineNo(WS-p) - 1) / WS-Group-Size + 1
             move WS-GroupNo to WS-Group-Edit
             open input PriorityReport
             if WS-Detail-Error
               move "      no day03c-priorities.txt to show it"
                 to Workpaper-Line
               write Workpaper-Line
               exit paragraph
             end-if
             perform until WS-EOF = 1
               read PriorityReport into WS-Priority-Row
                 at end move 1 to WS-EOF
                 not at end
                   if (WS-PRow-Kind = "compartment"
                       and WS-PRow-LineNo = WS-Key-Edit)
                      or (WS-PRow-Kind(1:5) = "group"
                       and WS-PRow-LineNo = WS-Group-Edit)
                     add 1 to WS-Rows
                     move spaces to Workpaper-Line
                     string "      " function trim(WS-PRow-Kind)
                       " " function trim(WS-PRow-LineNo)
                       ": duplicate item " WS-PRow-Item
                       ", priority " function trim(WS-PRow-Value)
                       delimited by size into Workpaper-Line
                     write Workpaper-Line
                   end-if
               end-read
             end-perform
             close PriorityReport
             move zero to WS-EOF
             if WS-Rows = 0
               move "      no duplicate on day03c-priorities.txt"
                 to Workpaper-Line
               write Workpaper-Line
             end-if
           .

           show-day04-treatment.
             move zero to WS-Rows
             open input DetailReport
             if WS-Detail-Error
               move "      no day04c-detail.txt to show the treatment"
                 to Workpaper-Line
               write Workpaper-Line
               exit paragraph
             end-if
             perform until WS-EOF = 1
               read DetailReport into WS-Detail-Row
                 at end move 1 to WS-EOF
                 not at end
                   if WS-DRow-LineNo = WS-Key-Edit
                     add 1 to WS-Rows
                     move spaces to Workpaper-Line
                     string "      pair " function trim(WS-Key-Edit)
                       ": containment flag '"
                       function trim(WS-DRow-Contains)
                       "', overlap flag '"
                       function trim(WS-DRow-Overlap) "'"
                       delimited by size into Workpaper-Line
                     write Workpaper-Line
                     move 1 to WS-EOF
                   end-if
               end-read
             end-perform
             close DetailReport
             move zero to WS-EOF
             if WS-Rows = 0
               move "      not assessed - no row on day04c-detail.txt"
                 to Workpaper-Line
               write Workpaper-Line
             end-if
           .

           show-day05-treatment.
             move zero to WS-Rows
             open input TransLog
             if WS-Detail-Error
               move spaces to Workpaper-Line
               string "      no " function trim(WS-TransLog-Name)
                 " to show the treatment"
                 delimited by size into Workpaper-Line
               write Workpaper-Line
               exit paragraph
             end-if
             perform until WS-EOF = 1
               read TransLog into WS-Trans-Row
                 at end move 1 to WS-EOF
                 not at end
                   if WS-TRow-InstrNo = WS-Key-Edit
                     add 1 to WS-Rows
                     move spaces to Workpaper-Line
                     string "      move " function trim(WS-Key-Edit)
                       ": crate " WS-TRow-Crate
                       " from stack " function trim(WS-TRow-From)
                       " to stack " function trim(WS-TRow-To)
                       delimited by size into Workpaper-Line
                     write Workpaper-Line
                   end-if
               end-read
             end-perform
             close TransLog
             move zero to WS-EOF
             if WS-Rows = 0
               move spaces to Workpaper-Line
               string "      move " function trim(WS-Key-Edit)
                 ": no transactions on "
                 function trim(WS-TransLog-Name)
                 delimited by size into Workpaper-Line
               write Workpaper-Line
             end-if
           .

      *    the REJECT rows the vaulted run filed against this record:
      *    day 05 files them by move number, day 03's group rejects
      *    by group number, everything else by input line.
           show-reject-rows.
             open input ExceptionLedger
             if WS-Detail-Error
               exit paragraph
             end-if
             perform until WS-EOF = 1
               read ExceptionLedger into WS-ExceptionLedger-Line
                 at end move 1 to WS-EOF
                 not at end
                   if WS-ExceptionLedger-Year = WS-Processing-Year
                      and WS-ExceptionLedger-Day = WS-Day
                      and WS-ExceptionLedger-RunId = WS-Vault-RunId
                      and WS-ExceptionLedger-Severity = "REJECT"
                     if (WS-DayNo = 3
                         and WS-ExceptionLedger-Reason
                             = "no common group item"
                         and WS-ExceptionLedger-LineNo
                             = WS-Group-Edit)
                        or (not (WS-DayNo = 3
                         and WS-ExceptionLedger-Reason
                             = "no common group item")
                         and WS-ExceptionLedger-LineNo
                             = WS-Reject-Edit)
                       add 1 to WS-RejectsShown
                       move spaces to Workpaper-Line
                       string "      REJECTED: "
                         WS-ExceptionLedger-Line
                         delimited by size into Workpaper-Line
                       write Workpaper-Line
                     end-if
                   end-if
               end-read
             end-perform
             close ExceptionLedger
             move zero to WS-EOF
           .

      *    one row per draw, so any workpaper can be redrawn and
      *    checked: date, time, year, size, seed, workpaper.
           record-sample-draw.
             open extend SampleLog
             if WS-Log-Status = "35"
               open output SampleLog
             end-if
             move spaces to SampleLog-Line
             string WS-RunDate " " WS-Now(9:2) ":" WS-Now(11:2) ":"
               WS-Now(13:2) " " WS-Processing-Year " " WS-SampleSize
               " " WS-Seed " " WS-RecordsSampled " "
               function trim(WS-Workpaper-Name)
               delimited by size into SampleLog-Line
             write SampleLog-Line
             close SampleLog
           .

           copy "numvalp.cpy".
