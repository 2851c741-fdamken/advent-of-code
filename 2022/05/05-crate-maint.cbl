      *    accepted change is appended to crate-change-audit.txt
      *    with the date and the signed-on operator; SET takes a
      *    supervisor, the same bar the scoring rules set.
      *    a SET that validates is held on master-changes.txt
      *    through Change-Control rather than applied on one
      *    operator's say-so, and two more modes close it -
      *      APPROVE <ref>    a second supervisor, never the maker,
      *                       replays the held SET under their own
      *                       sign-on, validated again against the
      *                       master as it now stands; the journal
      *                       row carries both operator ids
      *      REJECT <ref>     a second supervisor drops it
      *    a change left pending past pending-change-hours expires.
      *    the masters are the base camp's the session is for
      *    (AOC_SITE, else the home camp) - another camp's live
      *    under its site directory.
       environment division.
           input-output section.
             file-control.
               select CrateMaster
                 assign to dynamic WS-CrateMaster-Name
                 organization is line sequential
                 file status is WS-Master-Status.
               select ContentsCodes assign to "contents-codes.txt"
      *      lock handshake with Lock-Manager - a change holds
      *      crate-master.txt exclusively while it rewrites, so the
      *      crane never reads a half-written master.
             01 WS-Site-Mode pic X(1) value "P".
             01 WS-Site-Code pic X(6).
             01 WS-CrateMaster-Name pic X(100)
                value "crate-master.txt".
             01 WS-Lock-Mode     pic X(1).
             01 WS-Lock-Resource pic X(30)
                value "crate-master.txt".
             88 WS-Operator-Supervisor value "2".
             01 WS-Signon-Action  pic X(60).
             01 WS-Signon-Found   pic X(1).
      *      maker-checker hand-off with Change-Control - a change is
      *      held pending until a second supervisor approves it.
             01 WS-Change-Mode     pic X(1).
             01 WS-Change-Ref      pic 9(06).
             01 WS-Change-Program  pic X(20) value "Day-05-Crate-Maint".
             01 WS-Change-Request  pic X(140).
             01 WS-Change-Maker    pic X(3).
             01 WS-Change-Status   pic X(1).
             01 WS-Change-Found    pic X(1).
             01 WS-Change-Applying pic 9 value zero.
             01 WS-Change-Applied  pic 9 value zero.
             01 WS-Change-Ref-Disp pic Z(5)9.
             01 WS-Arg-Ref         pic X(10).
       procedure division.
           call "Site-Context" using WS-Site-Mode WS-Site-Code
             WS-CrateMaster-Name
           move WS-CrateMaster-Name to WS-Lock-Resource
           move function current-date(1:8) to WS-CurrentDate
           string WS-CurrentDate(1:4) "-" WS-CurrentDate(5:2) "-"
                  WS-CurrentDate(7:2)
             delimited by size into WS-TodayDate
           compute WS-OrdBaseCrate = function ord("A") - 1
           accept WS-Param-Line from command-line
           perform split-param-line
           move "S" to WS-Signon-Mode
           call "Operator-Signon" using WS-Signon-Mode
             WS-Signon-Program WS-Operator-Id WS-Operator-Name
           if WS-Signon-Found not = "Y"
             goback
           end-if
           if WS-Mode = "APPROVE" or WS-Mode = "REJECT"
             perform review-pending-change
             if WS-Change-Applying = 0
               goback
             end-if
           end-if
           perform load-contents-codes
           perform load-crate-master
           evaluate WS-Mode
             when "SET"   perform set-crate
             when other
               display "Day-05-Crate-Maint: usage is LIST, CHECK, "
                 "SET <letter> <weight 01-09> <contents code>, "
                 "APPROVE <ref> or REJECT <ref>"
           end-evaluate
           if WS-Change-Applying = 1
             perform close-approved-change
           end-if
           goback.

           split-param-line.
             move spaces to WS-Mode
             move spaces to WS-Arg-Letter
             move spaces to WS-Arg-Weight
             move spaces to WS-Arg-Code
             unstring WS-Param-Line delimited by all space
               into WS-Mode WS-Arg-Letter WS-Arg-Weight WS-Arg-Code
             end-unstring
             move function upper-case(WS-Mode) to WS-Mode
           .

      *    APPROVE and REJECT take a second supervisor, and never
      *    the maker. an approved change's command line becomes this
      *    run's, so it goes through SET exactly as first typed.
           review-pending-change.
             if not WS-Operator-Supervisor
               display function trim(WS-Mode) " takes a supervisor "
                 "- nothing changed"
               exit paragraph
             end-if
             move spaces to WS-Arg-Ref
             unstring WS-Param-Line delimited by all space
               into WS-Mode WS-Arg-Ref
             end-unstring
             move function upper-case(WS-Mode) to WS-Mode
             move WS-Arg-Ref to WS-Numval-Input
             perform validate-numeric-field
             if WS-Numval-Is-Invalid or WS-Arg-Ref = spaces
               display function trim(WS-Mode)
                 " needs a pending change reference"
               exit paragraph
             end-if
             move WS-Numval-Result to WS-Change-Ref
             move WS-Change-Ref to WS-Change-Ref-Disp
             move "F" to WS-Change-Mode
             perform call-change-control
             if WS-Change-Found not = "Y"
                or WS-Change-Program not = "Day-05-Crate-Maint"
               display "no change " function trim(WS-Change-Ref-Disp)
                 " is held for Day-05-Crate-Maint"
               exit paragraph
             end-if
             evaluate WS-Change-Status
               when "A"
                 display "change " function trim(WS-Change-Ref-Disp)
                   " was applied already"
                 exit paragraph
               when "R"
                 display "change " function trim(WS-Change-Ref-Disp)
                   " was rejected"
                 exit paragraph
               when "E"
                 display "change " function trim(WS-Change-Ref-Disp)
                   " has expired - the maker must SET it again"
                 exit paragraph
             end-evaluate
             if WS-Change-Maker = WS-Operator-Id
               display "change " function trim(WS-Change-Ref-Disp)
                 " is your own - a second supervisor must "
                 function trim(WS-Mode) " it"
               exit paragraph
             end-if
             if WS-Mode = "REJECT"
               move "R" to WS-Change-Mode
               perform call-change-control
               if WS-Change-Found = "Y"
                 display "change " function trim(WS-Change-Ref-Disp)
                   " rejected - nothing changed"
                 move spaces to WS-Signon-Action
                 string "REJECT change " WS-Change-Ref " maker "
                   WS-Change-Maker " checker " WS-Operator-Id
                   delimited by size into WS-Signon-Action
                 perform journal-operator-action
               end-if
               exit paragraph
             end-if
             move WS-Change-Request to WS-Param-Line
             perform split-param-line
             move 1 to WS-Change-Applying
           .

           hold-pending-change.
             move "H" to WS-Change-Mode
             move WS-Param-Line to WS-Change-Request
             perform call-change-control
             if WS-Change-Found not = "Y"
               display "the change could not be held - nothing "
                 "changed"
               exit paragraph
             end-if
             move WS-Change-Ref to WS-Change-Ref-Disp
             display "change held pending as "
               function trim(WS-Change-Ref-Disp)
               " - a second supervisor must run Day-05-Crate-Maint "
               "APPROVE " function trim(WS-Change-Ref-Disp)
             move spaces to WS-Signon-Action
             string "HOLD change " WS-Change-Ref " "
               function trim(WS-Param-Line)
               delimited by size into WS-Signon-Action
             perform journal-operator-action
           .

      *    the journal row carries both ids: the checker signed on,
      *    the maker named in the action.
           close-approved-change.
             if WS-Change-Applied = 0
               display "change " function trim(WS-Change-Ref-Disp)
                 " was not applied - it stays pending"
               exit paragraph
             end-if
             move "A" to WS-Change-Mode
             perform call-change-control
             if WS-Change-Found not = "Y"
               display "change " function trim(WS-Change-Ref-Disp)
                 " applied but not closed on master-changes.txt"
             end-if
             move spaces to WS-Signon-Action
             string "APPLY change " WS-Change-Ref " maker "
               WS-Change-Maker " checker " WS-Operator-Id
               delimited by size into WS-Signon-Action
             perform journal-operator-action
           .

           call-change-control.
             call "Change-Control" using WS-Change-Mode WS-Change-Ref
               WS-Change-Program WS-Operator-Id WS-Change-Request
               WS-Change-Maker WS-Change-Status WS-Change-Found
           .

           journal-operator-action.
             move "J" to WS-Signon-Mode
             call "Operator-Signon" using WS-Signon-Mode
               WS-Signon-Program WS-Operator-Id WS-Operator-Name
               WS-Operator-Level WS-Signon-Action WS-Signon-Found
           .

           load-contents-codes.
             move zero to WS-EOF
             open input ContentsCodes
                 "validate; crate-master.txt left untouched"
               exit paragraph
             end-if
             if WS-Change-Applying = 0
               perform hold-pending-change
               exit paragraph
             end-if
             move "A" to WS-Lock-Mode
             move "X" to WS-Lock-Share
             call "Lock-Manager" using WS-Lock-Mode
             call "Operator-Signon" using WS-Signon-Mode
               WS-Signon-Program WS-Operator-Id WS-Operator-Name
               WS-Operator-Level WS-Signon-Action WS-Signon-Found
             move 1 to WS-Change-Applied
           .

           copy "numvalp.cpy".
