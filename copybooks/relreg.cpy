      *    shared record layout for release-register.txt, one row per
      *    program build put live: the program, its version, the date
      *    and operator that installed it and the change reference it
      *    went in under. a build later found bad is marked withdrawn
      *    (with the date and operator) rather than deleted, so the
      *    answers it posted can still be traced back to it. the
      *    latest active row for a program is its current version -
      *    the one every results and run-control row it posts is
      *    stamped with. maintained by Day-Release-Maint, read
      *    through Release-Register.
             01 WS-Release-Record.
                05 WS-Release-Program     pic X(12).
                05 FILLER                 pic X(1) value space.
                05 WS-Release-Version     pic X(6).
                05 FILLER                 pic X(1) value space.
                05 WS-Release-InstallDate pic X(10).
                05 FILLER                 pic X(1) value space.
                05 WS-Release-Installer   pic X(3).
                05 FILLER                 pic X(1) value space.
                05 WS-Release-ChangeRef   pic X(20).
                05 FILLER                 pic X(1) value space.
                05 WS-Release-Status      pic X(1).
                88 WS-Release-Active      value "A".
                88 WS-Release-Withdrawn   value "W".
                05 FILLER                 pic X(1) value space.
                05 WS-Release-WithdrawnOn pic X(10).
                05 FILLER                 pic X(1) value space.
                05 WS-Release-WithdrawnBy pic X(3).
