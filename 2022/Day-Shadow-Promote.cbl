       identification division.
           program-id. Day-Shadow-Promote.
      *    puts a shadowed candidate build live, and only once it
      *    has earned it: the candidate named on the command line
      *    must have at least site-config shadow-clean-nights
      *    (default 5) clean shadow nights in a row on
      *    shadow-register.txt - distinct dates, counted back from
      *    its latest night; a DIFFER, NOBUILD or BLOCKED night
      *    starts the count again, a NOINPUT night (nothing to
      *    replay) neither counts nor breaks it. a promoted
      *    candidate replaces the production program on every
      *    batch-manifest.txt row it shadowed, its
      *    shadow-candidates.txt rows are removed, and a PROMOTED
      *    row is registered for each. too few clean nights is
      *    refused with the count so far, rc 8.
      *    every run starts with an Operator-Signon sign-on;
      *    promotion is a supervisor (level 2) function and is
      *    journalled to session-journal.txt under the signed-on id.
       environment division.
           input-output section.
             file-control.
               select ShadowCandidates
                 assign to "shadow-candidates.txt"
                 organization is line sequential
                 file status is WS-Shadow-Status.
               select ShadowRegister assign to "shadow-register.txt"
                 organization is line sequential
                 file status is WS-ShadowReg-Status.
               select BatchManifest assign to "batch-manifest.txt"
                 organization is line sequential
                 file status is WS-Manifest-Status.
       data division.
           file section.
             fd ShadowCandidates.
                01 ShadowCandidates-Line pic X(60).
             fd ShadowRegister.
                01 ShadowRegister-Line pic X(120).
             fd BatchManifest.
                01 BatchManifest-Line pic X(160).
           working-storage section.
             copy "shadowreg.cpy".
             copy "numval.cpy".
             01 WS-Shadow-Status pic XX.
             88 WS-Shadow-OK    value "00".
             88 WS-Shadow-Error value "30" thru "99".
             01 WS-Manifest-Status pic XX.
             88 WS-Manifest-OK    value "00".
             88 WS-Manifest-Error value "30" thru "99".
             01 WS-EOF pic 9 value zero.
             01 WS-Candidate pic X(12).
             01 WS-TodayDate pic X(10).
             01 WS-CurrentDate pic X(8).
             01 WS-Required pic 9(03) value 5.
             01 WS-CleanNights pic 9(03) value zero.
             01 WS-Last-Clean-Date pic X(10) value spaces.
             01 WS-Count-Disp  pic Z(2)9.
             01 WS-Count-Disp2 pic Z(2)9.
             01 WS-Config-Key   pic X(30).
             01 WS-Config-Value pic X(100).
             01 WS-Config-Found pic X(1).
             01 WS-Shadow-Record.
                05 WS-Shadow-Year      pic X(4).
                05 FILLER              pic X(1).
                05 WS-Shadow-Day       pic X(2).
                05 FILLER              pic X(1).
                05 WS-Shadow-Program   pic X(12).
                05 FILLER              pic X(1).
                05 WS-Shadow-Candidate pic X(12).
      *      the candidates file held whole, so it can be rewritten
      *      without the promoted rows.
             01 WS-ShdCount pic 9(02) value zero.
             01 WS-Shd-Table.
                05 WS-Shd-Line occurs 0 to 50 times
                     depending on WS-ShdCount pic X(60).
             01 WS-s pic 9(02).
             01 WS-MatchCount pic 9(02) value zero.
             01 WS-Match-Table.
                05 WS-Match-Entry occurs 20 times.
                   10 WS-Match-Year    pic X(4).
                   10 WS-Match-Day     pic X(2).
                   10 WS-Match-Program pic X(12).
             01 WS-t pic 9(02).
             01 WS-ManCount pic 9(02) value zero.
             01 WS-Man-Table.
                05 WS-Man-Line occurs 0 to 50 times
                     depending on WS-ManCount pic X(160).
             01 WS-m pic 9(02).
             01 WS-Manifest-Record.
                05 WS-Manifest-Year      pic X(4).
                05 FILLER                pic X(1).
                05 WS-Manifest-Day       pic X(2).
                05 FILLER                pic X(1).
                05 WS-Manifest-Program   pic X(12).
                05 FILLER                pic X(140).
             01 WS-RowsChanged pic 9(02) value zero.
      *      operator identity from Operator-Signon.
             01 WS-Signon-Mode    pic X(1).
             01 WS-Signon-Program pic X(20) value "Day-Shadow-Promote".
             01 WS-Operator-Id    pic X(3).
             01 WS-Operator-Name  pic X(30).
             01 WS-Operator-Level pic X(1).
             88 WS-Operator-Supervisor value "2".
             01 WS-Signon-Action  pic X(60).
             01 WS-Signon-Found   pic X(1).
       procedure division.
           move function current-date(1:8) to WS-CurrentDate
           string WS-CurrentDate(1:4) "-" WS-CurrentDate(5:2) "-"
                  WS-CurrentDate(7:2)
             delimited by size into WS-TodayDate
           accept WS-Candidate from command-line
           if WS-Candidate = spaces
             display "Day-Shadow-Promote: give the candidate program "
               "to promote"
             goback
           end-if
           move "S" to WS-Signon-Mode
           call "Operator-Signon" using WS-Signon-Mode
             WS-Signon-Program WS-Operator-Id WS-Operator-Name
             WS-Operator-Level WS-Signon-Action WS-Signon-Found
           if WS-Signon-Found not = "Y"
             goback
           end-if
           if not WS-Operator-Supervisor
             display "Day-Shadow-Promote: promoting a candidate is a "
               "supervisor function - nothing changed"
             move 8 to return-code
             goback
           end-if
           perform load-required-nights
           perform load-candidate-rows
           if WS-MatchCount = 0
             display "Day-Shadow-Promote: "
               function trim(WS-Candidate)
               " is not on shadow-candidates.txt - nothing changed"
             move 8 to return-code
             goback
           end-if
           perform count-clean-nights
           move WS-CleanNights to WS-Count-Disp
           move WS-Required to WS-Count-Disp2
           if WS-CleanNights < WS-Required
             display "Day-Shadow-Promote: "
               function trim(WS-Candidate) " has "
               function trim(WS-Count-Disp)
               " clean shadow night(s) in a row, "
               function trim(WS-Count-Disp2)
               " required - not promoted"
             move 8 to return-code
             goback
           end-if
           perform promote-on-manifest
           perform rewrite-candidates
           perform register-promotion
           move WS-RowsChanged to WS-Count-Disp2
           display function trim(WS-Candidate) " promoted after "
             function trim(WS-Count-Disp) " clean night(s) - "
             function trim(WS-Count-Disp2)
             " manifest row(s) now run it"
           move spaces to WS-Signon-Action
           string "PROMOTE " function trim(WS-Candidate)
             delimited by size into WS-Signon-Action
           move "J" to WS-Signon-Mode
           call "Operator-Signon" using WS-Signon-Mode
             WS-Signon-Program WS-Operator-Id WS-Operator-Name
             WS-Operator-Level WS-Signon-Action WS-Signon-Found
           goback.

           load-required-nights.
             move "shadow-clean-nights" to WS-Config-Key
             move spaces to WS-Config-Value
             call "Site-Config" using WS-Config-Key WS-Config-Value
               WS-Config-Found
             if WS-Config-Found = "Y"
               move WS-Config-Value(1:20) to WS-Numval-Input
               perform validate-numeric-field
               if WS-Numval-Is-Valid and WS-Numval-Result >= 1
                  and WS-Numval-Result <= 999
                 move WS-Numval-Result to WS-Required
               end-if
             end-if
           .

           load-candidate-rows.
             move zero to WS-EOF
             open input ShadowCandidates
             if WS-Shadow-Error
               exit paragraph
             end-if
             perform until WS-EOF = 1
               read ShadowCandidates
                 at end move 1 to WS-EOF
                 not at end
                   if WS-ShdCount < 50
                     add 1 to WS-ShdCount
                     move ShadowCandidates-Line
                       to WS-Shd-Line(WS-ShdCount)
                   end-if
                   move ShadowCandidates-Line to WS-Shadow-Record
                   if WS-Shadow-Candidate = WS-Candidate
                      and WS-MatchCount < 20
                     add 1 to WS-MatchCount
                     move WS-Shadow-Year
                       to WS-Match-Year(WS-MatchCount)
                     move WS-Shadow-Day
                       to WS-Match-Day(WS-MatchCount)
                     move WS-Shadow-Program
                       to WS-Match-Program(WS-MatchCount)
                   end-if
               end-read
             end-perform
             close ShadowCandidates
             move zero to WS-EOF
           .

      *    the register is in night order, so the run of clean
      *    nights still standing at end of file is the count.
           count-clean-nights.
             move zero to WS-EOF
             open input ShadowRegister
             if WS-ShadowReg-Error
               exit paragraph
             end-if
             perform until WS-EOF = 1
               read ShadowRegister into WS-ShadowReg-Record
                 at end move 1 to WS-EOF
                 not at end
                   if WS-ShadowReg-Candidate = WS-Candidate
                     perform weigh-one-night
                   end-if
               end-read
             end-perform
             close ShadowRegister
             move zero to WS-EOF
           .

           weigh-one-night.
             evaluate true
               when WS-ShadowReg-Clean
                 if WS-ShadowReg-Date not = WS-Last-Clean-Date
                   add 1 to WS-CleanNights
                   move WS-ShadowReg-Date to WS-Last-Clean-Date
                 end-if
               when WS-ShadowReg-Verdict = "NOINPUT"
                 continue
               when other
                 move zero to WS-CleanNights
                 move spaces to WS-Last-Clean-Date
             end-evaluate
           .

           promote-on-manifest.
             move zero to WS-EOF
             open input BatchManifest
             if WS-Manifest-Error
               exit paragraph
             end-if
             perform until WS-EOF = 1
               read BatchManifest
                 at end move 1 to WS-EOF
                 not at end
                   if WS-ManCount < 50
                     add 1 to WS-ManCount
                     move BatchManifest-Line to WS-Man-Line(WS-ManCount)
                   end-if
               end-read
             end-perform
             close BatchManifest
             move zero to WS-EOF
             open output BatchManifest
             perform varying WS-m from 1 by 1 until WS-m > WS-ManCount
               move WS-Man-Line(WS-m) to WS-Manifest-Record
               perform varying WS-t from 1 by 1
                       until WS-t > WS-MatchCount
                 if WS-Manifest-Year = WS-Match-Year(WS-t)
                    and WS-Manifest-Day = WS-Match-Day(WS-t)
                    and WS-Manifest-Program = WS-Match-Program(WS-t)
                   move WS-Candidate to WS-Manifest-Program
                   add 1 to WS-RowsChanged
                 end-if
               end-perform
               move WS-Manifest-Record to BatchManifest-Line
               write BatchManifest-Line
             end-perform
             close BatchManifest
           .

           rewrite-candidates.
             open output ShadowCandidates
             perform varying WS-s from 1 by 1 until WS-s > WS-ShdCount
               move WS-Shd-Line(WS-s) to WS-Shadow-Record
               if WS-Shadow-Candidate not = WS-Candidate
                 move WS-Shd-Line(WS-s) to ShadowCandidates-Line
                 write ShadowCandidates-Line
               end-if
             end-perform
             close ShadowCandidates
           .

           register-promotion.
             open extend ShadowRegister
             if WS-ShadowReg-Status = "35"
               open output ShadowRegister
             end-if
             perform varying WS-t from 1 by 1
                     until WS-t > WS-MatchCount
               move spaces to WS-ShadowReg-Record
               move WS-TodayDate to WS-ShadowReg-Date
               move WS-Match-Year(WS-t) to WS-ShadowReg-Year
               move WS-Match-Day(WS-t) to WS-ShadowReg-Day
               move WS-Match-Program(WS-t) to WS-ShadowReg-Program
               move WS-Candidate to WS-ShadowReg-Candidate
               move "PROMOTED" to WS-ShadowReg-Verdict
               move zero to WS-ShadowReg-AnsDiffs
               move zero to WS-ShadowReg-ExcDiffs
               move "N" to WS-ShadowReg-CtlDiffer
               move zero to WS-ShadowReg-ProdSecs
               move zero to WS-ShadowReg-CandSecs
               move WS-ShadowReg-Record to ShadowRegister-Line
               write ShadowRegister-Line
             end-perform
             close ShadowRegister
           .

           copy "numvalp.cpy".
