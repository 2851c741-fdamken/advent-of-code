       identification division.
           program-id. Day-Release-Maint.
      *    entry program for release-register.txt, the register of
      *    every program build put live. one row per program and
      *    version. three modes from the command line:
      *      LIST [program]                      show the register,
      *                                          or one program's
      *                                          builds
      *      INSTALL <program> <version> <change ref>
      *                                          register a new build
      *                                          as the program's
      *                                          current version
      *      WITHDRAW <program> <version>        mark a build
      *                                          withdrawn
      *    the install date and installer are taken from the clock
      *    and the signed-on operator, never typed. a withdrawn build
      *    stays on the register marked W, so the rows it posted can
      *    still be traced to it; the program's current version falls
      *    back to its latest build still active. Day-Withdrawn-Answers
      *    lists the answers a withdrawn build left on the master.
      *    every session fronts with Operator-Signon and every
      *    accepted change is journalled, per shop policy for
      *    anything that rewrites a shared file.
       environment division.
           input-output section.
             file-control.
               select ReleaseRegister
                 assign to "release-register.txt"
                 organization is line sequential
                 file status is WS-Register-Status.
       data division.
           file section.
             fd ReleaseRegister.
                01 ReleaseRegister-Line pic X(80).
           working-storage section.
             copy "relreg.cpy".
             01 WS-Register-Status pic XX.
             88 WS-Register-OK    value "00".
             88 WS-Register-Error value "30" thru "99".
             01 WS-EOF pic 9 value zero.
             01 WS-TodayDate pic X(10).
             01 WS-CurrentDate pic X(8).
             01 WS-Param-Line pic X(100).
             01 WS-Mode        pic X(8).
             01 WS-Arg-Program pic X(20).
             01 WS-Arg-Version pic X(10).
             01 WS-Arg-Change  pic X(30).
      *      the whole register held while it is rewritten with a
      *      row appended or marked withdrawn.
             01 WS-MaxRows pic 9(4) value 2000.
             01 WS-RowCount pic 9(4) value zero.
             01 WS-Row-Table.
                05 WS-Row pic X(80) occurs 2000 times.
             01 WS-r pic 9(4).
             01 WS-Found pic 9.
             01 WS-Listed pic 9(4) value zero.
             01 WS-Fallback-Version pic X(6).
      *      lock handshake with Lock-Manager - a change holds
      *      release-register.txt exclusively while it rewrites, so a
      *      starting Day-NN program never reads a half-written
      *      register.
             01 WS-Lock-Mode     pic X(1).
             01 WS-Lock-Resource pic X(30)
                value "release-register.txt".
             01 WS-Lock-Share    pic X(1).
             01 WS-Lock-Program  pic X(20)
                value "Day-Release-Maint".
             01 WS-Lock-Result   pic X(1).
             01 WS-Lock-Holder   pic X(60).
      *      operator identity from Operator-Signon.
             01 WS-Signon-Mode    pic X(1).
             01 WS-Signon-Program pic X(20)
                value "Day-Release-Maint".
             01 WS-Operator-Id    pic X(3).
             01 WS-Operator-Name  pic X(30).
             01 WS-Operator-Level pic X(1).
             01 WS-Signon-Action  pic X(60).
             01 WS-Signon-Found   pic X(1).
       procedure division.
           move function current-date(1:8) to WS-CurrentDate
           string WS-CurrentDate(1:4) "-" WS-CurrentDate(5:2) "-"
                  WS-CurrentDate(7:2)
             delimited by size into WS-TodayDate
           accept WS-Param-Line from command-line
           move spaces to WS-Mode
           move spaces to WS-Arg-Program
           move spaces to WS-Arg-Version
           move spaces to WS-Arg-Change
           unstring WS-Param-Line delimited by all space
             into WS-Mode WS-Arg-Program WS-Arg-Version WS-Arg-Change
           end-unstring
           move function upper-case(WS-Mode) to WS-Mode
           move "S" to WS-Signon-Mode
           call "Operator-Signon" using WS-Signon-Mode
             WS-Signon-Program WS-Operator-Id WS-Operator-Name
             WS-Operator-Level WS-Signon-Action WS-Signon-Found
           if WS-Signon-Found not = "Y"
             goback
           end-if
           perform load-register-rows
           evaluate WS-Mode
             when "LIST"     perform list-register
             when "INSTALL"  perform install-release
             when "WITHDRAW" perform withdraw-release
             when other
               display "Day-Release-Maint: usage is LIST [program], "
                 "INSTALL <program> <version> <change ref> or "
                 "WITHDRAW <program> <version>"
           end-evaluate
           goback.

           load-register-rows.
             move zero to WS-EOF
             open input ReleaseRegister
             if WS-Register-Error
               display "no release-register.txt yet - starting "
                 "from an empty register"
               exit paragraph
             end-if
             perform until WS-EOF = 1
               read ReleaseRegister
                 at end move 1 to WS-EOF
                 not at end
                   if ReleaseRegister-Line not = spaces
                      and WS-RowCount < WS-MaxRows
                     add 1 to WS-RowCount
                     move ReleaseRegister-Line to WS-Row(WS-RowCount)
                   end-if
               end-read
             end-perform
             close ReleaseRegister
             move zero to WS-EOF
           .

           list-register.
             display "  program      versn  installed  by  change ref"
               "           s withdrawn  by"
             perform varying WS-r from 1 by 1
                     until WS-r > WS-RowCount
               move WS-Row(WS-r) to WS-Release-Record
               if WS-Arg-Program = spaces
                  or WS-Release-Program = WS-Arg-Program
                 add 1 to WS-Listed
                 display "  " WS-Row(WS-r)
               end-if
             end-perform
             if WS-Listed = 0
               display "  (no builds registered)"
             end-if
           .

           install-release.
             if WS-Arg-Program = spaces or WS-Arg-Version = spaces
                or WS-Arg-Change = spaces
               display "INSTALL needs the program, the version and "
                 "the change reference"
               exit paragraph
             end-if
             if WS-Arg-Program(13:8) not = spaces
                or WS-Arg-Version(7:4) not = spaces
                or WS-Arg-Change(21:10) not = spaces
               display "INSTALL takes a program of up to 12, a "
                 "version of up to 6 and a change reference of up "
                 "to 20 characters"
               exit paragraph
             end-if
             perform find-release-row
             if WS-Found = 1
               display function trim(WS-Arg-Program) " "
                 function trim(WS-Arg-Version)
                 " is already on the register - nothing changed"
               exit paragraph
             end-if
             if WS-RowCount >= WS-MaxRows
               display "release-register.txt is full - "
                 function trim(WS-Arg-Program) " "
                 function trim(WS-Arg-Version) " not added"
               exit paragraph
             end-if
             move spaces to WS-Release-Record
             move WS-Arg-Program to WS-Release-Program
             move WS-Arg-Version to WS-Release-Version
             move WS-TodayDate to WS-Release-InstallDate
             move WS-Operator-Id to WS-Release-Installer
             move WS-Arg-Change to WS-Release-ChangeRef
             move "A" to WS-Release-Status
             add 1 to WS-RowCount
             move WS-Release-Record to WS-Row(WS-RowCount)
             perform rewrite-register
             if WS-Lock-Result not = "Y"
               exit paragraph
             end-if
             display function trim(WS-Release-Program) " "
               function trim(WS-Release-Version)
               " installed under change "
               function trim(WS-Release-ChangeRef)
               " - now the current version"
             move spaces to WS-Signon-Action
             string "INSTALL " WS-Release-Program " "
               WS-Release-Version " " WS-Release-ChangeRef
               delimited by size into WS-Signon-Action
             perform journal-change
           .

           withdraw-release.
             if WS-Arg-Program = spaces or WS-Arg-Version = spaces
               display "WITHDRAW needs the program and the version"
               exit paragraph
             end-if
             perform find-release-row
             if WS-Found = 0
               display function trim(WS-Arg-Program) " "
                 function trim(WS-Arg-Version)
                 " is not on the register - nothing changed"
               exit paragraph
             end-if
             move WS-Row(WS-r) to WS-Release-Record
             if WS-Release-Withdrawn
               display function trim(WS-Arg-Program) " "
                 function trim(WS-Arg-Version)
                 " was already withdrawn on " WS-Release-WithdrawnOn
               exit paragraph
             end-if
             move "W" to WS-Release-Status
             move WS-TodayDate to WS-Release-WithdrawnOn
             move WS-Operator-Id to WS-Release-WithdrawnBy
             move WS-Release-Record to WS-Row(WS-r)
             perform rewrite-register
             if WS-Lock-Result not = "Y"
               exit paragraph
             end-if
             perform find-fallback-version
             if WS-Fallback-Version = spaces
               display function trim(WS-Arg-Program) " "
                 function trim(WS-Arg-Version)
                 " withdrawn - the program has no active build left"
             else
               display function trim(WS-Arg-Program) " "
                 function trim(WS-Arg-Version)
                 " withdrawn - current version is now "
                 function trim(WS-Fallback-Version)
             end-if
             display "run Day-Withdrawn-Answers for the answers it "
               "left on the master"
             move spaces to WS-Signon-Action
             string "WITHDRAW " function trim(WS-Arg-Program) " "
               function trim(WS-Arg-Version)
               delimited by size into WS-Signon-Action
             perform journal-change
           .

           find-release-row.
             move 0 to WS-Found
             perform varying WS-r from 1 by 1
                     until WS-r > WS-RowCount
               move WS-Row(WS-r) to WS-Release-Record
               if WS-Release-Program = WS-Arg-Program
                  and WS-Release-Version = WS-Arg-Version
                 move 1 to WS-Found
                 exit perform
               end-if
             end-perform
           .

      *    the same rule Release-Register applies: the latest build
      *    still active is the current one.
           find-fallback-version.
             move spaces to WS-Fallback-Version
             perform varying WS-r from 1 by 1
                     until WS-r > WS-RowCount
               move WS-Row(WS-r) to WS-Release-Record
               if WS-Release-Program = WS-Arg-Program
                  and WS-Release-Active
                 move WS-Release-Version to WS-Fallback-Version
               end-if
             end-perform
           .

           rewrite-register.
             move "A" to WS-Lock-Mode
             move "X" to WS-Lock-Share
             call "Lock-Manager" using WS-Lock-Mode
               WS-Lock-Resource WS-Lock-Share WS-Lock-Program
               WS-Operator-Id WS-Lock-Result WS-Lock-Holder
             if WS-Lock-Result not = "Y"
               display "release-register.txt is locked by "
                 function trim(WS-Lock-Holder) " - nothing changed"
               exit paragraph
             end-if
             open output ReleaseRegister
             perform varying WS-r from 1 by 1
                     until WS-r > WS-RowCount
               move WS-Row(WS-r) to ReleaseRegister-Line
               write ReleaseRegister-Line
             end-perform
             close ReleaseRegister
             move "R" to WS-Lock-Mode
             call "Lock-Manager" using WS-Lock-Mode
               WS-Lock-Resource WS-Lock-Share WS-Lock-Program
               WS-Operator-Id WS-Lock-Result WS-Lock-Holder
             move "Y" to WS-Lock-Result
           .

           journal-change.
             move "J" to WS-Signon-Mode
             call "Operator-Signon" using WS-Signon-Mode
               WS-Signon-Program WS-Operator-Id WS-Operator-Name
               WS-Operator-Level WS-Signon-Action WS-Signon-Found
           .
