      *    shared record layout for master-changes.txt, the maker-
      *    checker queue for master-file maintenance. a SET through
      *    one of the maintenance programs is not applied on one
      *    operator's say-so: it is held here as P (pending) under a
      *    reference number, with the maker's id and the moment it
      *    was made, and the full command line that made it. a
      *    second signed-on supervisor, never the maker, then
      *    APPROVEs it (A, the change replayed and applied under the
      *    checker's sign-on) or REJECTs it (R); one left pending
      *    past site-config key pending-change-hours goes E
      *    (expired) and can no longer be applied. the closing
      *    operator and date are kept on the row, as is the base
      *    camp whose master the change is for (blank: home camp).
      *    kept by Change-Control and shown by Day-Operator-Console.
             01 WS-Pending-Record.
                05 WS-Pending-Ref        pic 9(06).
                05 FILLER                pic X(1) value space.
                05 WS-Pending-Program    pic X(20).
                05 FILLER                pic X(1) value space.
                05 WS-Pending-Status     pic X(1).
                88 WS-Pending-Open       value "P".
                88 WS-Pending-Applied    value "A".
                88 WS-Pending-Rejected   value "R".
                88 WS-Pending-Expired    value "E".
                05 FILLER                pic X(1) value space.
                05 WS-Pending-Maker      pic X(3).
                05 FILLER                pic X(1) value space.
                05 WS-Pending-HeldDate   pic X(10).
                05 FILLER                pic X(1) value space.
                05 WS-Pending-HeldTime   pic X(8).
                05 FILLER                pic X(1) value space.
                05 WS-Pending-Checker    pic X(3).
                05 FILLER                pic X(1) value space.
                05 WS-Pending-ClosedDate pic X(10).
                05 FILLER                pic X(1) value space.
                05 WS-Pending-Request    pic X(140).
                05 FILLER                pic X(1) value space.
                05 WS-Pending-Site       pic X(6).
