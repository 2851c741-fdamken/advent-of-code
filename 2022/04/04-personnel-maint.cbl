      *    entry program for personnel-master.txt, the file that
      *    finally kills the supervisors' paper cross-reference from
      *    "pair 17 elf 1" to a name. one row per pair position:
      *    pair number, position (1 or 2), elf id, name, and the
      *    hazard qualification the elf holds with its expiry date
      *    (checked by Day-04c against section-hazards.txt). three
      *    modes from the command line:
      *      LIST                          show the master
      *      SET <pair> <pos> <id> <name>  add or change one person
      *      QUAL <pair> <pos> <class> <yyyy-mm-dd>
      *                                    record a qualification and
      *                                    its expiry (class NONE
      *                                    clears it)
      *    SET leaves a person's qualification as it was.
      *    every session fronts with Operator-Signon and every
      *    accepted SET is journalled, per shop policy for anything
      *    that rewrites a shared file.
      *    a SET or QUAL that validates is held on master-changes.txt
      *    through Change-Control rather than applied on one
      *    operator's say-so, and two more modes close it -
      *      APPROVE <ref>    a supervisor other than the maker
      *                       replays the held change under their own
      *                       sign-on; the journal row carries both
      *                       operator ids
      *      REJECT <ref>     a supervisor other than the maker drops
      *                       it
      *    a change left pending past pending-change-hours expires.
      *    the masters are the base camp's the session is for
      *    (AOC_SITE, else the home camp) - another camp's live
      *    under its site directory.
       environment division.
           input-output section.
             file-control.
               select PersonnelMaster
                 assign to dynamic WS-Personnel-Name
                 organization is line sequential
                 file status is WS-Personnel-Status.
       data division.
           file section.
             fd PersonnelMaster.
                01 PersonnelMaster-Line pic X(60).
           working-storage section.
             copy "numval.cpy".
             01 WS-Personnel-Status pic XX.
             01 WS-Arg-Pos  pic X(1).
             01 WS-Arg-Id   pic X(8).
             01 WS-Arg-Name pic X(40).
             01 WS-Arg-Class  pic X(8).
             01 WS-Arg-Expiry pic X(10).
             01 WS-Pair-No pic 9(8).
             01 WS-Personnel-Record.
                05 WS-Pers-PairNo pic 9(8).
                05 WS-Pers-ElfId  pic X(8).
                05 FILLER         pic X(1) value space.
                05 WS-Pers-Name   pic X(20).
                05 FILLER         pic X(1) value space.
                05 WS-Pers-Qual   pic X(8).
                05 FILLER         pic X(1) value space.
                05 WS-Pers-QualExpiry pic X(10).
      *      the whole master held while it is rewritten with one
      *      row changed or appended.
             01 WS-RowCount pic 9(4) value zero.
             01 WS-Row-Table.
                05 WS-Row pic X(60) occurs 2000 times.
             01 WS-r pic 9(4).
             01 WS-Found pic 9.
      *      lock handshake with Lock-Manager - a change holds
      *      personnel-master.txt exclusively while it rewrites, so
      *      Day-04c and the crew report never read a half-written
      *      master mid-batch.
             01 WS-Site-Mode pic X(1) value "P".
             01 WS-Site-Code pic X(6).
             01 WS-Personnel-Name pic X(100)
                value "personnel-master.txt".
             01 WS-Lock-Mode     pic X(1).
             01 WS-Lock-Resource pic X(30)
                value "personnel-master.txt".
             01 WS-Operator-Id    pic X(3).
             01 WS-Operator-Name  pic X(30).
             01 WS-Operator-Level pic X(1).
             88 WS-Operator-Supervisor value "2".
             01 WS-Signon-Action  pic X(60).
             01 WS-Signon-Found   pic X(1).
      *      maker-checker hand-off with Change-Control - a change is
      *      held pending until a second supervisor approves it.
             01 WS-Change-Mode     pic X(1).
             01 WS-Change-Ref      pic 9(06).
             01 WS-Change-Program  pic X(20) value "Day-04-Personnel".
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
             WS-Personnel-Name
           move WS-Personnel-Name to WS-Lock-Resource
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
           perform load-personnel-rows
           evaluate WS-Mode
             when "LIST" perform list-personnel
             when "SET"  perform set-person
             when "QUAL" perform set-qualification
             when other
               display "Day-04-Personnel-Maint: usage is LIST, "
                 "SET <pair> <position 1-2> <elf id> <name>, "
                 "QUAL <pair> <position 1-2> <class> <yyyy-mm-dd>, "
                 "APPROVE <ref> or REJECT <ref>"
           end-evaluate
           if WS-Change-Applying = 1
             perform close-approved-change
           end-if
           goback.

           split-param-line.
             move spaces to WS-Mode
             move spaces to WS-Arg-Pair
             move spaces to WS-Arg-Pos
             move spaces to WS-Arg-Id
             move spaces to WS-Arg-Name
             unstring WS-Param-Line delimited by all space
               into WS-Mode WS-Arg-Pair WS-Arg-Pos WS-Arg-Id
                    WS-Arg-Name
             end-unstring
             move function upper-case(WS-Mode) to WS-Mode
           .

      *    APPROVE and REJECT take a second supervisor, and never
      *    the maker. an approved change's command line becomes this
      *    run's, so it goes through SET or QUAL exactly as first typed.
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
                or WS-Change-Program not = "Day-04-Personnel"
               display "no change " function trim(WS-Change-Ref-Disp)
                 " is held for Day-04-Personnel"
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
                   " has expired - the maker must make it again"
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
               " - a second supervisor must run Day-04-Personnel-Maint "
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

           load-personnel-rows.
             move zero to WS-EOF
             open input PersonnelMaster
             move WS-Arg-Pos to WS-Pers-Pos
             move WS-Arg-Id to WS-Pers-ElfId
             move WS-Arg-Name(1:20) to WS-Pers-Name
             move spaces to WS-Pers-Qual
             move spaces to WS-Pers-QualExpiry
             perform find-person-row
             if WS-Found = 1
               move WS-Row(WS-r)(42:19) to WS-Personnel-Record(42:19)
             end-if
             if WS-Found = 0
               if WS-RowCount >= 2000
                 display "personnel-master.txt is full - row not "
                   "added"
                 exit paragraph
               end-if
               add 1 to WS-RowCount
               move WS-RowCount to WS-r
             end-if
             move WS-Personnel-Record to WS-Row(WS-r)
             perform rewrite-personnel-master
             if WS-Lock-Result not = "Y"
               exit paragraph
             end-if
             display "pair " WS-Pair-No " position " WS-Arg-Pos
               " set to " function trim(WS-Pers-Name)
             move spaces to WS-Signon-Action
             string "SET pair " WS-Arg-Pair(1:8) " pos "
               WS-Arg-Pos " " WS-Pers-Name(1:20)
               delimited by size into WS-Signon-Action
             move "J" to WS-Signon-Mode
             call "Operator-Signon" using WS-Signon-Mode
               WS-Signon-Program WS-Operator-Id WS-Operator-Name
               WS-Operator-Level WS-Signon-Action WS-Signon-Found
             move 1 to WS-Change-Applied
           .

           find-person-row.
             move 0 to WS-Found
             perform varying WS-r from 1 by 1
                     until WS-r > WS-RowCount
                 exit perform
               end-if
             end-perform
           .

      *    the person must already be on the master - a
      *    qualification belongs to somebody.
           set-qualification.
             move spaces to WS-Arg-Class
             move spaces to WS-Arg-Expiry
             unstring WS-Param-Line delimited by all space
               into WS-Mode WS-Arg-Pair WS-Arg-Pos WS-Arg-Class
                    WS-Arg-Expiry
             end-unstring
             move function upper-case(WS-Arg-Class) to WS-Arg-Class
             move WS-Arg-Pair to WS-Numval-Input
             perform validate-numeric-field
             if WS-Numval-Is-Invalid or WS-Numval-Result < 1
                or WS-Numval-Result > 99999999
               display "QUAL needs a numeric pair number, got '"
                 function trim(WS-Arg-Pair) "'"
               exit paragraph
             end-if
             move WS-Numval-Result to WS-Pair-No
             if WS-Arg-Pos not = "1" and WS-Arg-Pos not = "2"
               display "QUAL needs a position of 1 or 2"
               exit paragraph
             end-if
             if WS-Arg-Class = spaces
               display "QUAL needs a hazard class, or NONE"
               exit paragraph
             end-if
             if WS-Arg-Class not = "NONE"
               if WS-Arg-Expiry(1:4) not numeric
                  or WS-Arg-Expiry(5:1) not = "-"
                  or WS-Arg-Expiry(6:2) not numeric
                  or WS-Arg-Expiry(8:1) not = "-"
                  or WS-Arg-Expiry(9:2) not numeric
                  or WS-Arg-Expiry(6:2) < "01"
                  or WS-Arg-Expiry(6:2) > "12"
                  or WS-Arg-Expiry(9:2) < "01"
                  or WS-Arg-Expiry(9:2) > "31"
                 display "QUAL needs an expiry date as yyyy-mm-dd, "
                   "got '" function trim(WS-Arg-Expiry) "'"
                 exit paragraph
               end-if
             end-if
             move WS-Pair-No to WS-Pers-PairNo
             perform find-person-row
             if WS-Found = 0
               display "pair " WS-Pair-No " position " WS-Arg-Pos
                 " is not on the master - SET the person first"
               exit paragraph
             end-if
             move WS-Row(WS-r) to WS-Personnel-Record
             if WS-Arg-Class = "NONE"
               move spaces to WS-Pers-Qual
               move spaces to WS-Pers-QualExpiry
             else
               move WS-Arg-Class to WS-Pers-Qual
               move WS-Arg-Expiry to WS-Pers-QualExpiry
             end-if
             move WS-Personnel-Record to WS-Row(WS-r)
             perform rewrite-personnel-master
             if WS-Lock-Result not = "Y"
               exit paragraph
             end-if
             display "pair " WS-Pair-No " position " WS-Arg-Pos
               " qualification set to " WS-Arg-Class " "
               WS-Pers-QualExpiry
             move spaces to WS-Signon-Action
             string "QUAL pair " WS-Arg-Pair(1:8) " pos "
               WS-Arg-Pos " " WS-Arg-Class " " WS-Pers-QualExpiry
               delimited by size into WS-Signon-Action
             move "J" to WS-Signon-Mode
             call "Operator-Signon" using WS-Signon-Mode
               WS-Signon-Program WS-Operator-Id WS-Operator-Name
               WS-Operator-Level WS-Signon-Action WS-Signon-Found
             move 1 to WS-Change-Applied
           .

      *    both SET and QUAL come through here, so a new change is
      *    held at this point; the "H" result sends the caller out
      *    with nothing rewritten.
           rewrite-personnel-master.
             if WS-Change-Applying = 0
               perform hold-pending-change
               move "H" to WS-Lock-Result
               exit paragraph
             end-if
             move "A" to WS-Lock-Mode
             move "X" to WS-Lock-Share
             call "Lock-Manager" using WS-Lock-Mode
             call "Lock-Manager" using WS-Lock-Mode
               WS-Lock-Resource WS-Lock-Share WS-Lock-Program
               WS-Operator-Id WS-Lock-Result WS-Lock-Holder
             move "Y" to WS-Lock-Result
           .

           copy "numvalp.cpy".
