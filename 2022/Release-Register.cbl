       identification division.
           program-id. Release-Register.
      *    keeper of the program release register
      *    (release-register.txt): one row per program build put
      *    live - version, install date, installer, change reference
      *    - marked withdrawn rather than removed when a build is
      *    pulled. the Day-NN programs ask it for their current
      *    version at startup and stamp it on every results and
      *    run-control row they post; reports ask it what became of
      *    a given build.
      *    modes:
      *      "C"  the program's current version - its latest active
      *           row - returned in REL-Version (REL-Found "N" and
      *           REL-Version spaces when the program has none)
      *      "S"  the register row for this program and version,
      *           withdrawn or not (REL-Found "N" when never
      *           installed)
      *    either way a row found comes back whole in REL-Row, laid
      *    out as relreg.cpy. keeping the file handling here means
      *    every program reads the register the same way.
       environment division.
           input-output section.
             file-control.
               select ReleaseRegister assign to "release-register.txt"
                 organization is line sequential
                 file status is REL-File-Status.
       data division.
           file section.
             fd ReleaseRegister.
                01 ReleaseRegister-Line pic X(80).
           working-storage section.
             copy "relreg.cpy".
             01 REL-File-Status pic XX.
             88 REL-File-OK    value "00".
             88 REL-File-Error value "30" thru "99".
             01 REL-EOF pic 9.
           linkage section.
             01 REL-Mode    pic X(1).
             01 REL-Program pic X(12).
             01 REL-Version pic X(6).
             01 REL-Found   pic X(1).
             01 REL-Row     pic X(72).
       procedure division using REL-Mode REL-Program REL-Version
             REL-Found REL-Row.
           move "N" to REL-Found
           move spaces to REL-Row
           evaluate REL-Mode
             when "S" perform find-version-row
             when other perform find-current-version
           end-evaluate
           goback.

      *    installs are appended, so the last active row read is the
      *    build most recently put live.
           find-current-version.
             move spaces to REL-Version
             move zero to REL-EOF
             open input ReleaseRegister
             if REL-File-Error
               exit paragraph
             end-if
             perform until REL-EOF = 1
               read ReleaseRegister into WS-Release-Record
                 at end move 1 to REL-EOF
                 not at end
                   if WS-Release-Program = REL-Program
                      and WS-Release-Active
                     move WS-Release-Version to REL-Version
                     move WS-Release-Record to REL-Row
                     move "Y" to REL-Found
                   end-if
               end-read
             end-perform
             close ReleaseRegister
           .

           find-version-row.
             move zero to REL-EOF
             open input ReleaseRegister
             if REL-File-Error
               exit paragraph
             end-if
             perform until REL-EOF = 1
               read ReleaseRegister into WS-Release-Record
                 at end move 1 to REL-EOF
                 not at end
                   if WS-Release-Program = REL-Program
                      and WS-Release-Version = REL-Version
                     move WS-Release-Record to REL-Row
                     move "Y" to REL-Found
                     move 1 to REL-EOF
                   end-if
               end-read
             end-perform
             close ReleaseRegister
           .
