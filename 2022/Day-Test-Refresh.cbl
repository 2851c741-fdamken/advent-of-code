       identification division.
           program-id. Day-Test-Refresh.
      *    test-region refresh: developers and trainee operators test
      *    against copies of production files, and those copies used
      *    to carry real people. builds test-region/ from production:
      *      - the latest vaulted input of every day Processed-Register
      *        has a vault copy for (test-region/vault/, .ctl and
      *        all) and the register itself
      *      - the masters: personnel-master, elf-crosswalk,
      *        operator-master, shift-schedule, release-register,
      *        site-config, scoring-rules, crate-master,
      *        batch-manifest, batch-calendar
      *      - the ledgers: results, exceptions, run-history,
      *        run-control, and the session journal
      *    every name and operator id is masked on the way across.
      *    aliases are kept on mask-aliases.txt (production side, it
      *    never goes to the region): the same real name always gets
      *    the same alias - Person nnnn - and the same operator id
      *    the same Znn, refresh after refresh, so the crosswalk still
      *    joins the personnel master and the journal still joins the
      *    operator master. only the name and id columns change; keys,
      *    counts and answers cross untouched. answers-master.dat is
      *    indexed and is not copied - rebuild it in the region with
      *    Day-Answers-Master from the copied results ledger.
      *    after the copy every region file is scanned for any real
      *    name on the alias list (and every id column for a real
      *    id), and test-region/refresh-certificate.txt records the
      *    generation refreshed from - each day's vaulted run, the
      *    last run on run-control - the row count of every member
      *    against its source, and the scan's verdict. returns 0 when
      *    certified CLEAN, 8 otherwise.
       environment division.
           input-output section.
             file-control.
               select SourceFile assign to dynamic WS-Source-Name
                 organization is line sequential
                 file status is WS-Source-Status.
               select TargetFile assign to dynamic WS-Target-Name
                 organization is line sequential
                 file status is WS-Target-Status.
               select AliasFile assign to "mask-aliases.txt"
                 organization is line sequential
                 file status is WS-Alias-Status.
               select Certificate
                 assign to "test-region/refresh-certificate.txt"
                 organization is line sequential.
       data division.
           file section.
             fd SourceFile.
                01 SourceFile-Line pic X(200).
             fd TargetFile.
                01 TargetFile-Line pic X(200).
             fd AliasFile.
                01 AliasFile-Line pic X(62).
             fd Certificate.
                01 Certificate-Line pic X(120).
           working-storage section.
             copy "runctl.cpy".
             01 WS-Source-Status pic XX.
             88 WS-Source-OK    value "00".
             88 WS-Source-Error value "30" thru "99".
             01 WS-Target-Status pic XX.
             88 WS-Target-Error value "30" thru "99".
             01 WS-Alias-Status pic XX.
             88 WS-Alias-Error value "30" thru "99".
             01 WS-EOF pic 9 value zero.
             01 WS-Source-Name pic X(110).
             01 WS-Target-Name pic X(110).
             01 WS-Region-Dir pic X(12) value "test-region".
             01 WS-Region-Vault pic X(18) value "test-region/vault".
             01 WS-TodayDate pic X(10).
             01 WS-CurrentDate pic X(8).
             01 WS-Processing-Year pic X(4) value "2022".
      *      every member, with up to two columns to mask: N a name,
      *      I an operator id, at the given position and length.
             01 WS-MemberCount pic 9(02) value 16.
             01 WS-Member-List.
                05 filler pic X(22) value "personnel-master.txt".
                05 filler pic X(12) value "N02120 00000".
                05 filler pic X(22) value "elf-crosswalk.txt".
                05 filler pic X(12) value "N03920 00000".
                05 filler pic X(22) value "operator-master.txt".
                05 filler pic X(12) value "I00103N00730".
                05 filler pic X(22) value "shift-schedule.txt".
                05 filler pic X(12) value "N02420 00000".
                05 filler pic X(22) value "release-register.txt".
                05 filler pic X(12) value "I03203I07003".
                05 filler pic X(22) value "session-journal.txt".
                05 filler pic X(12) value "I02103 00000".
                05 filler pic X(22) value "site-config.txt".
                05 filler pic X(12) value " 00000 00000".
                05 filler pic X(22) value "scoring-rules.txt".
                05 filler pic X(12) value " 00000 00000".
                05 filler pic X(22) value "crate-master.txt".
                05 filler pic X(12) value " 00000 00000".
                05 filler pic X(22) value "batch-manifest.txt".
                05 filler pic X(12) value " 00000 00000".
                05 filler pic X(22) value "batch-calendar.txt".
                05 filler pic X(12) value " 00000 00000".
                05 filler pic X(22) value "processed-inputs.txt".
                05 filler pic X(12) value " 00000 00000".
                05 filler pic X(22) value "results-ledger.txt".
                05 filler pic X(12) value " 00000 00000".
                05 filler pic X(22) value "exceptions-ledger.txt".
                05 filler pic X(12) value " 00000 00000".
                05 filler pic X(22) value "run-history.txt".
                05 filler pic X(12) value " 00000 00000".
                05 filler pic X(22) value "run-control.txt".
                05 filler pic X(12) value " 00000 00000".
             01 WS-Member-Tab redefines WS-Member-List.
                05 WS-Member-Ent occurs 16 times.
                   10 WS-Member-File pic X(22).
                   10 WS-Mask-Col occurs 2 times.
                      15 WS-Mask-Kind pic X(1).
                      15 WS-Mask-Pos  pic 9(3).
                      15 WS-Mask-Len  pic 9(2).
             01 WS-f pic 9(02).
             01 WS-c pic 9(01).
      *      the alias list - real value to alias, by kind.
             01 WS-MaxAliases pic 9(4) value 1000.
             01 WS-AliasCount pic 9(4) value zero.
             01 WS-Alias-Table.
                05 WS-Alias-Ent occurs 1000 times.
                   10 WS-Alias-Kind  pic X(1).
                   10 FILLER         pic X(1).
                   10 WS-Alias-Real  pic X(30).
                   10 FILLER         pic X(1).
                   10 WS-Alias-Mask  pic X(29).
             01 WS-a pic 9(4).
             01 WS-NewAliases pic 9(4) value zero.
             01 WS-NameSeq pic 9(4) value zero.
             01 WS-IdSeq pic 9(2) value zero.
             01 WS-Seq-Disp pic 9(4).
             01 WS-Id-Disp pic 9(2).
             01 WS-Field pic X(30).
             01 WS-Field-Kind pic X(1).
             01 WS-Mask-Full pic 9.
             01 WS-Pos pic 9(3).
             01 WS-Len pic 9(2).
      *      counts and the scan.
             01 WS-Source-Rows pic 9(8).
             01 WS-Target-Rows pic 9(8).
             01 WS-Masked-Fields pic 9(8).
             01 WS-Total-Masked pic 9(8) value zero.
             01 WS-Count-Failures pic 9(4) value zero.
             01 WS-Survivors pic 9(8) value zero.
             01 WS-File-Survivors pic 9(8).
             01 WS-Hits pic 9(4).
             01 WS-Real-Len pic 9(2).
             01 WS-Scanned-Files pic 9(4) value zero.
             01 WS-Scan-Ids pic 9.
      *      the vaulted inputs.
             01 WS-Register-Mode  pic X(1).
             01 WS-Register-Found pic X(1).
             01 WS-Day pic X(2).
             01 WS-DayNo pic 9(2).
             01 WS-Vault-Path pic X(100).
             01 WS-Vault-RunId pic X(15).
             01 WS-Vault-Count pic 9(2) value zero.
             01 WS-Vault-Table.
                05 WS-Vault-Copy pic X(100) occurs 25 times.
             01 WS-v pic 9(2).
             01 WS-Last-RunId pic X(15) value spaces.
             01 WS-Last-RunDate pic X(10) value spaces.
             01 WS-Verdict pic X(5).
       procedure division.
           move function current-date(1:8) to WS-CurrentDate
           string WS-CurrentDate(1:4) "-" WS-CurrentDate(5:2) "-"
                  WS-CurrentDate(7:2)
             delimited by size into WS-TodayDate
           accept WS-Processing-Year from environment "AOC_YEAR"
             on exception move "2022" to WS-Processing-Year
           end-accept
           if WS-Processing-Year = spaces
             move "2022" to WS-Processing-Year
           end-if
           call "CBL_CREATE_DIR" using WS-Region-Dir
             on exception continue
           end-call
           call "CBL_CREATE_DIR" using WS-Region-Vault
             on exception continue
           end-call
           move 0 to return-code
           perform load-alias-list
           open output Certificate
           move "===== test-region refresh certificate ====="
             to Certificate-Line
           write Certificate-Line
           move spaces to Certificate-Line
           string "refreshed " WS-TodayDate " from production, "
             "processing year " WS-Processing-Year
             delimited by size into Certificate-Line
           write Certificate-Line
           perform find-last-run
           move spaces to Certificate-Line
           if WS-Last-RunId = spaces
             move "generation: no run on run-control.txt yet"
               to Certificate-Line
           else
             string "generation: last run " WS-Last-RunId
               " of " WS-Last-RunDate " on run-control.txt"
               delimited by size into Certificate-Line
           end-if
           write Certificate-Line
           perform varying WS-DayNo from 1 by 1 until WS-DayNo > 25
             perform refresh-vaulted-input
           end-perform
           if WS-Vault-Count = 0
             move "  no vaulted inputs to refresh from"
               to Certificate-Line
             write Certificate-Line
           end-if
           perform varying WS-f from 1 by 1
                   until WS-f > WS-MemberCount
             perform refresh-one-member
           end-perform
           perform save-alias-list
           perform varying WS-f from 1 by 1
                   until WS-f > WS-MemberCount
             move spaces to WS-Target-Name
             string function trim(WS-Region-Dir) "/"
               function trim(WS-Member-File(WS-f))
               delimited by size into WS-Target-Name
             move 1 to WS-Scan-Ids
             perform scan-region-file
           end-perform
           perform varying WS-v from 1 by 1
                   until WS-v > WS-Vault-Count
             move spaces to WS-Target-Name
             string function trim(WS-Region-Dir) "/"
               function trim(WS-Vault-Copy(WS-v))
               delimited by size into WS-Target-Name
             move 0 to WS-Scan-Ids
             perform scan-region-file
           end-perform
           if WS-Survivors = 0 and WS-Count-Failures = 0
             move "CLEAN" to WS-Verdict
           else
             move "FAIL" to WS-Verdict
           end-if
           move spaces to Certificate-Line
           string "scan: " WS-Scanned-Files " file(s), "
             WS-Total-Masked " field(s) masked, " WS-Survivors
             " unmasked name/id(s) found, " WS-Count-Failures
             " count mismatch(es)"
             delimited by size into Certificate-Line
           write Certificate-Line
           move spaces to Certificate-Line
           string "===== certified " function trim(WS-Verdict)
             " ====="
             delimited by size into Certificate-Line
           write Certificate-Line
           close Certificate
           display "Day-Test-Refresh: test-region refreshed, "
             WS-NewAliases " new alias(es), certified "
             function trim(WS-Verdict)
             " - see test-region/refresh-certificate.txt"
           if WS-Verdict not = "CLEAN"
             move 8 to return-code
           end-if
           goback.

           load-alias-list.
             move zero to WS-EOF
             open input AliasFile
             if WS-Alias-Error
               exit paragraph
             end-if
             perform until WS-EOF = 1
               read AliasFile
                 at end move 1 to WS-EOF
                 not at end
                   if AliasFile-Line not = spaces
                      and WS-AliasCount < WS-MaxAliases
                     add 1 to WS-AliasCount
                     move AliasFile-Line to WS-Alias-Ent(WS-AliasCount)
                     if WS-Alias-Kind(WS-AliasCount) = "N"
                       add 1 to WS-NameSeq
                     else
                       add 1 to WS-IdSeq
                     end-if
                   end-if
               end-read
             end-perform
             close AliasFile
             move zero to WS-EOF
           .

           save-alias-list.
             if WS-NewAliases = 0
               exit paragraph
             end-if
             open output AliasFile
             perform varying WS-a from 1 by 1
                     until WS-a > WS-AliasCount
               move WS-Alias-Ent(WS-a) to AliasFile-Line
               write AliasFile-Line
             end-perform
             close AliasFile
           .

           find-last-run.
             move zero to WS-EOF
             move "run-control.txt" to WS-Source-Name
             open input SourceFile
             if WS-Source-Error
               exit paragraph
             end-if
             perform until WS-EOF = 1
               read SourceFile into WS-RunControl-Line
                 at end move 1 to WS-EOF
                 not at end
                   if WS-RunControl-RunId not = spaces
                     move WS-RunControl-RunId to WS-Last-RunId
                     move WS-RunControl-Date to WS-Last-RunDate
                   end-if
               end-read
             end-perform
             close SourceFile
             move zero to WS-EOF
           .

      *    the day's latest vault copy, and its .ctl, under the same
      *    relative path inside the region so the copied register
      *    still points at it.
           refresh-vaulted-input.
             move WS-DayNo to WS-Day
             move "V" to WS-Register-Mode
             move "N" to WS-Register-Found
             move spaces to WS-Vault-Path
             call "Processed-Register" using WS-Register-Mode
               WS-Processing-Year WS-Day WS-Vault-Path
               WS-Register-Found
             if WS-Register-Found not = "Y"
               exit paragraph
             end-if
             move spaces to WS-Source-Name
             move WS-Vault-Path to WS-Source-Name
             move spaces to WS-Target-Name
             string function trim(WS-Region-Dir) "/"
               function trim(WS-Vault-Path)
               delimited by size into WS-Target-Name
             call "CBL_COPY_FILE" using WS-Source-Name WS-Target-Name
             end-call
             move spaces to WS-Vault-RunId
             unstring WS-Vault-Path(15:) delimited by ".txt"
               into WS-Vault-RunId
             end-unstring
             move spaces to Certificate-Line
             if return-code not = 0
               add 1 to WS-Count-Failures
               string "  day " WS-Day ": vaulted run "
                 function trim(WS-Vault-RunId) " - "
                 function trim(WS-Vault-Path) " could NOT be copied"
                 delimited by size into Certificate-Line
             else
               add 1 to WS-Vault-Count
               move WS-Vault-Path to WS-Vault-Copy(WS-Vault-Count)
               string "  day " WS-Day ": vaulted run "
                 function trim(WS-Vault-RunId) " - "
                 function trim(WS-Vault-Path)
                 delimited by size into Certificate-Line
             end-if
             move 0 to return-code
             write Certificate-Line
             move spaces to WS-Source-Name
             string function trim(WS-Vault-Path) ".ctl"
               delimited by size into WS-Source-Name
             move spaces to WS-Target-Name
             string function trim(WS-Region-Dir) "/"
               function trim(WS-Vault-Path) ".ctl"
               delimited by size into WS-Target-Name
             call "CBL_COPY_FILE" using WS-Source-Name WS-Target-Name
             end-call
             move 0 to return-code
           .

      *    row by row, masking the member's name and id columns;
      *    the rows written must number the rows read.
           refresh-one-member.
             move spaces to WS-Source-Name
             move WS-Member-File(WS-f) to WS-Source-Name
             move spaces to WS-Target-Name
             string function trim(WS-Region-Dir) "/"
               function trim(WS-Member-File(WS-f))
               delimited by size into WS-Target-Name
             move zero to WS-Source-Rows
             move zero to WS-Target-Rows
             move zero to WS-Masked-Fields
             move zero to WS-EOF
             open input SourceFile
             if WS-Source-Error
               open output TargetFile
               close TargetFile
               move spaces to Certificate-Line
               string "  " WS-Member-File(WS-f)
                 " not in production - empty member"
                 delimited by size into Certificate-Line
               write Certificate-Line
               exit paragraph
             end-if
             open output TargetFile
             perform until WS-EOF = 1
               read SourceFile
                 at end move 1 to WS-EOF
                 not at end
                   add 1 to WS-Source-Rows
                   move SourceFile-Line to TargetFile-Line
                   perform varying WS-c from 1 by 1 until WS-c > 2
                     if WS-Mask-Kind(WS-f, WS-c) not = space
                       perform mask-one-column
                     end-if
                   end-perform
                   write TargetFile-Line
                   if not WS-Target-Error
                     add 1 to WS-Target-Rows
                   end-if
               end-read
             end-perform
             close SourceFile
             close TargetFile
             move zero to WS-EOF
             add WS-Masked-Fields to WS-Total-Masked
             move spaces to Certificate-Line
             if WS-Source-Rows = WS-Target-Rows
               string "  " WS-Member-File(WS-f) " "
                 WS-Source-Rows " row(s) copied, "
                 WS-Masked-Fields " field(s) masked"
                 delimited by size into Certificate-Line
             else
               add 1 to WS-Count-Failures
               string "  " WS-Member-File(WS-f) " "
                 WS-Source-Rows " row(s) read but "
                 WS-Target-Rows " written - COUNT MISMATCH"
                 delimited by size into Certificate-Line
             end-if
             write Certificate-Line
           .

           mask-one-column.
             move WS-Mask-Pos(WS-f, WS-c) to WS-Pos
             move WS-Mask-Len(WS-f, WS-c) to WS-Len
             move WS-Mask-Kind(WS-f, WS-c) to WS-Field-Kind
             move spaces to WS-Field
             move TargetFile-Line(WS-Pos:WS-Len) to WS-Field
             if WS-Field = spaces
               exit paragraph
             end-if
             perform find-or-add-alias
             if WS-Mask-Full = 1
               exit paragraph
             end-if
             move WS-Alias-Mask(WS-a) to TargetFile-Line(WS-Pos:WS-Len)
             add 1 to WS-Masked-Fields
           .

      *    an alias, once given, is the real value's for good.
           find-or-add-alias.
             move 0 to WS-Mask-Full
             perform varying WS-a from 1 by 1
                     until WS-a > WS-AliasCount
               if WS-Alias-Kind(WS-a) = WS-Field-Kind
                  and WS-Alias-Real(WS-a) = WS-Field
                 exit paragraph
               end-if
             end-perform
             if WS-AliasCount >= WS-MaxAliases
                or (WS-Field-Kind = "I" and WS-IdSeq >= 99)
               display "Day-Test-Refresh: alias list is full - "
                 function trim(WS-Field) " masked as XXX"
               move 1 to WS-Mask-Full
               move all "X" to TargetFile-Line(WS-Pos:WS-Len)
               add 1 to WS-Masked-Fields
               exit paragraph
             end-if
             add 1 to WS-AliasCount
             add 1 to WS-NewAliases
             move WS-AliasCount to WS-a
             move spaces to WS-Alias-Ent(WS-a)
             move WS-Field-Kind to WS-Alias-Kind(WS-a)
             move WS-Field to WS-Alias-Real(WS-a)
             if WS-Field-Kind = "N"
               add 1 to WS-NameSeq
               move WS-NameSeq to WS-Seq-Disp
               string "Person " WS-Seq-Disp
                 delimited by size into WS-Alias-Mask(WS-a)
             else
               add 1 to WS-IdSeq
               move WS-IdSeq to WS-Id-Disp
               string "Z" WS-Id-Disp
                 delimited by size into WS-Alias-Mask(WS-a)
             end-if
           .

      *    every real name on the alias list is looked for anywhere
      *    on the row; real ids only in the member's id columns, a
      *    three-letter id being too short to hunt for in free text.
           scan-region-file.
             move zero to WS-File-Survivors
             move zero to WS-EOF
             open input TargetFile
             if WS-Target-Error
               exit paragraph
             end-if
             add 1 to WS-Scanned-Files
             perform until WS-EOF = 1
               read TargetFile
                 at end move 1 to WS-EOF
                 not at end
                   perform scan-one-row
               end-read
             end-perform
             close TargetFile
             move zero to WS-EOF
             add WS-File-Survivors to WS-Survivors
             if WS-File-Survivors > 0
               move spaces to Certificate-Line
               string "  UNMASKED: " function trim(WS-Target-Name)
                 " still holds " WS-File-Survivors
                 " real name/id(s)"
                 delimited by size into Certificate-Line
               write Certificate-Line
             end-if
           .

           scan-one-row.
             perform varying WS-a from 1 by 1
                     until WS-a > WS-AliasCount
               if WS-Alias-Kind(WS-a) = "N"
                 move zero to WS-Hits
                 move function length(
                   function trim(WS-Alias-Real(WS-a))) to WS-Real-Len
                 inspect TargetFile-Line tallying WS-Hits
                   for all WS-Alias-Real(WS-a)(1:WS-Real-Len)
                 add WS-Hits to WS-File-Survivors
               else
                 if WS-Scan-Ids = 1
                   perform varying WS-c from 1 by 1 until WS-c > 2
                     if WS-Mask-Kind(WS-f, WS-c) = "I"
                       move WS-Mask-Pos(WS-f, WS-c) to WS-Pos
                       if TargetFile-Line(WS-Pos:3)
                          = WS-Alias-Real(WS-a)(1:3)
                         add 1 to WS-File-Survivors
                       end-if
                     end-if
                   end-perform
                 end-if
               end-if
             end-perform
           .
