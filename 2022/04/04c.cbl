      *        position (1 or 2), elf id and name - maintained
      *        through Day-04-Personnel-Maint.
               select PersonnelMaster
                 assign to dynamic WS-Personnel-Name
                 organization is line sequential
                 file status is WS-Personnel-Status.
      *        hazardous camp sections (fuel dump, infirmary,
      *        latrines...) by section range and hazard class; an
      *        assignment touching one needs an elf of the pair
      *        holding that class on personnel-master.txt, unexpired
      *        on the run date. a pair with neither elf qualified is
      *        a DEGRADE exception - the assignment still stands,
      *        but the supervisor has to see it before anyone goes.
      *        elves off the rota tonight (leave, sickness,
      *        secondment), from Day-04-Availability-Maint. an
      *        absent elf's sections count only where the partner's
      *        range covers them; anything left is a DEGRADE
      *        exception, so the hole is seen the night it opens.
               select AvailabilityRegister
                 assign to dynamic WS-Avail-Name
                 organization is line sequential
                 file status is WS-Avail-Status.
               select HazardRegister
                 assign to dynamic WS-Hazard-Name
                 organization is line sequential
                 file status is WS-Hazard-Status.
               select ExceptionLedger
                 assign to "staging-day04c-exceptions.txt"
                 organization is line sequential
                   05 AH-Elve2Lo pic 9(18).
                   05 AH-Elve2Hi pic 9(18).
             fd PersonnelMaster.
                01 PersonnelMaster-Line pic X(60).
             fd AvailabilityRegister.
                01 AvailabilityRegister-Line pic X(50).
             fd HazardRegister.
                01 HazardRegister-Line pic X(60).
             fd ExceptionLedger.
                01 ExceptionLedger-Line pic X(180).
             fd ResultsLedger.
                01 ResultsLedger-Line pic X(110).
             fd RunHistory.
                01 RunHistory-Line pic X(90).
             fd RunControl.
                01 RunControl-Record pic X(100).
             fd ResubmitFile.
                05 WS-Pers-ElfId  pic X(8).
                05 FILLER         pic X(1).
                05 WS-Pers-Name   pic X(20).
                05 FILLER         pic X(1).
                05 WS-Pers-Qual   pic X(8).
                05 FILLER         pic X(1).
                05 WS-Pers-QualExpiry pic X(10).
             01 WS-MaxNamePairs pic 9(04) value 2000.
             01 WS-Name-Table.
                05 WS-Name-Pair occurs 2000 times.
                   10 WS-Name-1 pic X(20).
                   10 WS-Name-2 pic X(20).
                   10 WS-ElfId-1 pic X(8).
                   10 WS-ElfId-2 pic X(8).
                   10 WS-Qual-1 pic X(8).
                   10 WS-QualExp-1 pic X(10).
                   10 WS-Qual-2 pic X(8).
                   10 WS-QualExp-2 pic X(10).
      *      the hazard register, and the pairs sent into a hazard
      *      without a current qualification. a blank expiry on the
      *      personnel master means the qualification does not
      *      lapse.
             01 WS-Hazard-Status pic XX.
             88 WS-Hazard-OK    value "00".
             88 WS-Hazard-Error value "30" thru "99".
             01 WS-Hazard-Record.
                05 WS-Haz-Lo    pic X(8).
                05 FILLER       pic X(1).
                05 WS-Haz-Hi    pic X(8).
                05 FILLER       pic X(1).
                05 WS-Haz-Class pic X(8).
                05 FILLER       pic X(1).
                05 WS-Haz-Desc  pic X(30).
             01 WS-HazardCount pic 9(03) value zero.
             01 WS-Hazard-Table.
                05 WS-Hazard occurs 0 to 200 times
                     depending on WS-HazardCount.
                   10 WS-HazT-Lo    pic 9(18).
                   10 WS-HazT-Hi    pic 9(18).
                   10 WS-HazT-Class pic X(8).
             01 WS-h pic 9(03).
             01 WS-Haz-Qualified pic 9.
             01 WS-Haz-Expired   pic 9.
             01 WS-UnqualifiedCount pic 9(08) value zero.
             copy "availreg.cpy".
             01 WS-Absent-1 pic 9.
             01 WS-Absent-2 pic 9.
             01 WS-Reason-1 pic X(12).
             01 WS-Reason-2 pic X(12).
             01 WS-AbsenceHoleCount pic 9(08) value zero.
             01 WS-Pers-EOF pic 9.
             01 WS-Pers-No pic 9(8).
             01 WS-Recon-Name pic X(40)
      *      an investigation can join one run's records across all
      *      the shared files.
             01 WS-Run-Id pic X(15).
      *      the program's current release-register.txt version,
      *      stamped alongside the run-id on every results and
      *      run-control row this run posts.
             01 WS-Release-Mode    pic X(1) value "C".
             01 WS-Release-Program pic X(12) value "Day-04c".
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
             01 WS-Personnel-Name pic X(100)
                value "personnel-master.txt".
             01 WS-Avail-Name pic X(100)
                value "elf-availability.txt".
             01 WS-Hazard-Name pic X(100)
                value "section-hazards.txt".
      *      corrections-mode bookkeeping: the repaired records
      *      keyed by input line number, and the audit row linking
      *      the amended post back to the run it corrects.
           move WS-Run-Id to WS-RunHistory-RunId
           move WS-Run-Id to WS-ExceptionLedger-RunId
           move WS-Run-Id to WS-RunControl-RunId
           call "Release-Register" using WS-Release-Mode
             WS-Release-Program WS-Release-Version WS-Release-Found
             WS-Release-Row
           move WS-Release-Version to WS-Ledger-Version
           move WS-Release-Version to WS-RunControl-Version
           call "Site-Context" using WS-Site-Mode WS-Site-Code
             WS-Site-Path
           move WS-Site-Code to WS-Ledger-Site
           move WS-Site-Code to WS-RunHistory-Site
           move WS-Site-Code to WS-ExceptionLedger-Site
           move WS-Site-Code to WS-RunControl-Site
           move "P" to WS-Site-Mode
           call "Site-Context" using WS-Site-Mode WS-Site-Code
             WS-Personnel-Name
           call "Site-Context" using WS-Site-Mode WS-Site-Code
             WS-Avail-Name
           call "Site-Context" using WS-Site-Mode WS-Site-Code
             WS-Hazard-Name
           accept WS-Resubmit-File
               from environment "AOC_RESUBMIT_FILE"
             on exception move spaces to WS-Resubmit-File
             goback
           end-if
           perform load-personnel-master
           perform load-hazard-register
           perform load-availability-register
           move WS-RunDate to WS-Avail-Night
           open output DetailReport
           open output ReconciliationLog
           open output RejectsLog
                     add WS-Overlap to WS-OverlapTotal
                     perform write-detail-record
                     perform check-reconciliation
                     perform check-absence
                     perform check-hazard-qualification
                   end-if
               end-read
               if WS-File-Status-Error
             display WS-ReconciliationCount
               " contained-but-not-overlapping, see day04c-recon"
           end-if
           if WS-AbsenceHoleCount > 0
             display WS-AbsenceHoleCount
               " pair(s) with sections left uncovered by an absent "
               "elf, see the exceptions ledger"
           end-if
           if WS-UnqualifiedCount > 0
             display WS-UnqualifiedCount
               " hazard assignment(s) with no qualified elf, see "
               "the exceptions ledger"
           end-if
           open extend ResultsLedger
           if WS-Extend-Status = "35"
             open output ResultsLedger
      *    step-level return code for the batch driver: 0 clean,
      *    4 ran with rejects, 12 failed outright.
           if WS-RejectCount > 0 or WS-ReconciliationCount > 0
              or WS-UnqualifiedCount > 0
              or WS-AbsenceHoleCount > 0
             move 4 to return-code
           else
             move 0 to return-code
             if WS-Control-Result = "F"
               move 1 to WS-Control-Failed
               move WS-Processing-Year to WS-ExceptionLedger-Year
               move WS-Register-Day to WS-ExceptionLedger-Day
               move "Day-04c" to WS-ExceptionLedger-Program
               move WS-Control-LinesRead to WS-ExceptionLedger-LineNo
               move "input control record mismatch"
                       if WS-Pers-Pos = "1"
                         move WS-Pers-Name
                           to WS-Name-1(WS-Pers-No)
                         move WS-Pers-ElfId
                           to WS-ElfId-1(WS-Pers-No)
                         move WS-Pers-Qual
                           to WS-Qual-1(WS-Pers-No)
                         move WS-Pers-QualExpiry
                           to WS-QualExp-1(WS-Pers-No)
                       else
                         move WS-Pers-Name
                           to WS-Name-2(WS-Pers-No)
                         move WS-Pers-ElfId
                           to WS-ElfId-2(WS-Pers-No)
                         move WS-Pers-Qual
                           to WS-Qual-2(WS-Pers-No)
                         move WS-Pers-QualExpiry
                           to WS-QualExp-2(WS-Pers-No)
                       end-if
                     end-if
                   end-if
             close PersonnelMaster
           .

           load-hazard-register.
             move zero to WS-Pers-EOF
             open input HazardRegister
             if WS-Hazard-Error
               exit paragraph
             end-if
             perform until WS-Pers-EOF = 1
               read HazardRegister into WS-Hazard-Record
                 at end move 1 to WS-Pers-EOF
                 not at end
                   if function test-numval(WS-Haz-Lo) = zero
                      and function test-numval(WS-Haz-Hi) = zero
                      and WS-Haz-Class not = spaces
                      and WS-HazardCount < 200
                     add 1 to WS-HazardCount
                     move function numval(WS-Haz-Lo)
                       to WS-HazT-Lo(WS-HazardCount)
                     move function numval(WS-Haz-Hi)
                       to WS-HazT-Hi(WS-HazardCount)
                     move function upper-case(WS-Haz-Class)
                       to WS-HazT-Class(WS-HazardCount)
                   end-if
               end-read
             end-perform
             close HazardRegister
           .

      *    an absent elf's range is still covered when it sits
      *    inside the partner's and the partner is in; otherwise
      *    the pair gets one exception naming who is away and why.
           check-absence.
             move 0 to WS-Absent-1
             move 0 to WS-Absent-2
             if WS-LineNo < 1 or WS-LineNo > WS-MaxNamePairs
               exit paragraph
             end-if
             move WS-ElfId-1(WS-LineNo) to WS-Avail-ElfId
             perform check-elf-absent
             move WS-Avail-Absent to WS-Absent-1
             move WS-Avail-Reason to WS-Reason-1
             move WS-ElfId-2(WS-LineNo) to WS-Avail-ElfId
             perform check-elf-absent
             move WS-Avail-Absent to WS-Absent-2
             move WS-Avail-Reason to WS-Reason-2
             move spaces to WS-ExceptionLedger-Reason
             evaluate true
               when WS-Absent-1 = 1 and WS-Absent-2 = 1
                 string "both elves away "
                   function trim(WS-Reason-1) "/"
                   function trim(WS-Reason-2)
                   delimited by size into WS-ExceptionLedger-Reason
               when WS-Absent-1 = 1
                  and (WS-RangeA(1) < WS-RangeB(1)
                    or WS-RangeA(2) > WS-RangeB(2))
                 string function trim(WS-ElfId-1(WS-LineNo))
                   " away " function trim(WS-Reason-1)
                   ", partner short"
                   delimited by size into WS-ExceptionLedger-Reason
               when WS-Absent-2 = 1
                  and (WS-RangeB(1) < WS-RangeA(1)
                    or WS-RangeB(2) > WS-RangeA(2))
                 string function trim(WS-ElfId-2(WS-LineNo))
                   " away " function trim(WS-Reason-2)
                   ", partner short"
                   delimited by size into WS-ExceptionLedger-Reason
             end-evaluate
             if WS-ExceptionLedger-Reason = spaces
               exit paragraph
             end-if
             add 1 to WS-AbsenceHoleCount
             move WS-Processing-Year to WS-ExceptionLedger-Year
             move WS-Register-Day to WS-ExceptionLedger-Day
             move "Day-04c" to WS-ExceptionLedger-Program
             move WS-LineNo to WS-ExceptionLedger-LineNo
             move "DEGRADE" to WS-ExceptionLedger-Severity
             move WS-Assignment(1:60)
               to WS-ExceptionLedger-Record
             move WS-ExceptionLedger-Line to ExceptionLedger-Line
             write ExceptionLedger-Line
           .

      *    one exception per hazard the pair's ranges touch without
      *    a current qualification on either elf present tonight;
      *    the reason says whether the qualification is missing or
      *    has lapsed.
           check-hazard-qualification.
             perform varying WS-h from 1 by 1
                     until WS-h > WS-HazardCount
               if (WS-RangeA(1) <= WS-HazT-Hi(WS-h)
                   and WS-HazT-Lo(WS-h) <= WS-RangeA(2))
                  or (WS-RangeB(1) <= WS-HazT-Hi(WS-h)
                   and WS-HazT-Lo(WS-h) <= WS-RangeB(2))
                 perform check-pair-qualified
                 if WS-Haz-Qualified = 0
                   perform write-hazard-exception
                 end-if
               end-if
             end-perform
           .

           check-pair-qualified.
             move 0 to WS-Haz-Qualified
             move 0 to WS-Haz-Expired
             if WS-LineNo < 1 or WS-LineNo > WS-MaxNamePairs
               exit paragraph
             end-if
             if WS-Qual-1(WS-LineNo) = WS-HazT-Class(WS-h)
                and WS-Absent-1 = 0
               if WS-QualExp-1(WS-LineNo) = spaces
                  or WS-QualExp-1(WS-LineNo) >= WS-RunDate
                 move 1 to WS-Haz-Qualified
               else
                 move 1 to WS-Haz-Expired
               end-if
             end-if
             if WS-Qual-2(WS-LineNo) = WS-HazT-Class(WS-h)
                and WS-Absent-2 = 0
               if WS-QualExp-2(WS-LineNo) = spaces
                  or WS-QualExp-2(WS-LineNo) >= WS-RunDate
                 move 1 to WS-Haz-Qualified
               else
                 move 1 to WS-Haz-Expired
               end-if
             end-if
           .

           write-hazard-exception.
             add 1 to WS-UnqualifiedCount
             move WS-Processing-Year to WS-ExceptionLedger-Year
             move WS-Register-Day to WS-ExceptionLedger-Day
             move "Day-04c" to WS-ExceptionLedger-Program
             move WS-LineNo to WS-ExceptionLedger-LineNo
             move spaces to WS-ExceptionLedger-Reason
             if WS-Haz-Expired = 1
               string function trim(WS-HazT-Class(WS-h))
                 " qualification expired for hazard"
                 delimited by size into WS-ExceptionLedger-Reason
             else
               string "no elf qualified for "
                 function trim(WS-HazT-Class(WS-h)) " hazard"
                 delimited by size into WS-ExceptionLedger-Reason
             end-if
             move "DEGRADE" to WS-ExceptionLedger-Severity
             move WS-Assignment(1:60)
               to WS-ExceptionLedger-Record
             move WS-ExceptionLedger-Line to ExceptionLedger-Line
             write ExceptionLedger-Line
           .

           write-detail-record.
             move WS-LineNo to WS-Detail-LineNo
             if WS-LineNo >= 1 and WS-LineNo <= WS-MaxNamePairs
             move WS-Reject-Line to RejectsLog-Line
             write RejectsLog-Line
             move WS-Processing-Year to WS-ExceptionLedger-Year
             move WS-Register-Day to WS-ExceptionLedger-Day
             move "Day-04c" to WS-ExceptionLedger-Program
             move WS-LineNo to WS-ExceptionLedger-LineNo
             move "assignment line did not unstring"
               move WS-Recon-Line to ReconciliationLog-Line
               write ReconciliationLog-Line
               move WS-Processing-Year to WS-ExceptionLedger-Year
               move WS-Register-Day to WS-ExceptionLedger-Day
               move "Day-04c" to WS-ExceptionLedger-Program
               move WS-LineNo to WS-ExceptionLedger-LineNo
               move "contained but not overlapping"
           .

           copy "elapsedp.cpy".

           copy "availregp.cpy".
