       identification division.
           program-id. Day-04-Availability-Maint.
      *    entry program for elf-availability.txt, the register of
      *    elves off the cleanup rota - on leave, sick, or seconded
      *    to another camp - so that Day-04c, the coverage report
      *    and the absence-impact report stop counting their
      *    sections as covered. one row per absence: elf id, first
      *    night away, last night away (both inclusive) and the
      *    reason. three modes from the command line:
      *      LIST [elf id]                         show the register
      *      ADD <elf id> <from> <to> <reason>     record an absence
      *      DROP <elf id> <from>                  withdraw one
      *    dates are yyyy-mm-dd. the elf must be on
      *    personnel-master.txt, and two absences for the same elf
      *    may not overlap - extend one by dropping and re-adding it.
      *    every session fronts with Operator-Signon and every
      *    accepted change is journalled, per shop policy for
      *    anything that rewrites a shared file.
      *    the masters are the base camp's the session is for
      *    (AOC_SITE, else the home camp) - another camp's live
      *    under its site directory.
       environment division.
           input-output section.
             file-control.
               select AvailabilityRegister
                 assign to dynamic WS-Avail-Name
                 organization is line sequential
                 file status is WS-Avail-Status.
               select PersonnelMaster
                 assign to dynamic WS-Personnel-Name
                 organization is line sequential
                 file status is WS-Personnel-Status.
       data division.
           file section.
             fd AvailabilityRegister.
                01 AvailabilityRegister-Line pic X(50).
             fd PersonnelMaster.
                01 PersonnelMaster-Line pic X(60).
           working-storage section.
             copy "availreg.cpy".
             01 WS-Personnel-Status pic XX.
             88 WS-Personnel-OK    value "00".
             88 WS-Personnel-Error value "30" thru "99".
             01 WS-EOF pic 9 value zero.
             01 WS-Param-Line pic X(80).
             01 WS-Mode       pic X(8).
             01 WS-Arg-ElfId  pic X(8).
             01 WS-Arg-From   pic X(10).
             01 WS-Arg-To     pic X(10).
             01 WS-Arg-Reason pic X(12).
             01 WS-Check-Date pic X(10).
             01 WS-Date-Valid pic 9.
             01 WS-Found pic 9.
             01 WS-Listed pic 9(04).
             01 WS-r pic 9(04).
      *      lock handshake with Lock-Manager - a change holds
      *      elf-availability.txt exclusively while it rewrites.
             01 WS-Site-Mode pic X(1) value "P".
             01 WS-Site-Code pic X(6).
             01 WS-Avail-Name pic X(100)
                value "elf-availability.txt".
             01 WS-Personnel-Name pic X(100)
                value "personnel-master.txt".
             01 WS-Lock-Mode     pic X(1).
             01 WS-Lock-Resource pic X(30)
                value "elf-availability.txt".
             01 WS-Lock-Share    pic X(1).
             01 WS-Lock-Program  pic X(20)
                value "Day-04-Availability".
             01 WS-Lock-Result   pic X(1).
             01 WS-Lock-Holder   pic X(60).
      *      operator identity from Operator-Signon.
             01 WS-Signon-Mode    pic X(1).
             01 WS-Signon-Program pic X(20)
                value "Day-04-Availability".
             01 WS-Operator-Id    pic X(3).
             01 WS-Operator-Name  pic X(30).
             01 WS-Operator-Level pic X(1).
             01 WS-Signon-Action  pic X(60).
             01 WS-Signon-Found   pic X(1).
       procedure division.
           call "Site-Context" using WS-Site-Mode WS-Site-Code
             WS-Avail-Name
           move WS-Avail-Name to WS-Lock-Resource
           call "Site-Context" using WS-Site-Mode WS-Site-Code
             WS-Personnel-Name
           accept WS-Param-Line from command-line
           move spaces to WS-Mode
           move spaces to WS-Arg-ElfId
           move spaces to WS-Arg-From
           move spaces to WS-Arg-To
           move spaces to WS-Arg-Reason
           unstring WS-Param-Line delimited by all space
             into WS-Mode WS-Arg-ElfId WS-Arg-From WS-Arg-To
                  WS-Arg-Reason
           end-unstring
           move function upper-case(WS-Mode) to WS-Mode
           move function upper-case(WS-Arg-ElfId) to WS-Arg-ElfId
           move function upper-case(WS-Arg-Reason) to WS-Arg-Reason
           move "S" to WS-Signon-Mode
           call "Operator-Signon" using WS-Signon-Mode
             WS-Signon-Program WS-Operator-Id WS-Operator-Name
             WS-Operator-Level WS-Signon-Action WS-Signon-Found
           if WS-Signon-Found not = "Y"
             goback
           end-if
           perform load-availability-register
           evaluate WS-Mode
             when "LIST" perform list-availability
             when "ADD"  perform add-absence
             when "DROP" perform drop-absence
             when other
               display "Day-04-Availability-Maint: usage is LIST "
                 "[elf id], ADD <elf id> <from> <to> <reason> or "
                 "DROP <elf id> <from>"
           end-evaluate
           goback.

           list-availability.
             move zero to WS-Listed
             perform varying WS-r from 1 by 1
                     until WS-r > WS-AvailCount
               if WS-Arg-ElfId = spaces
                  or WS-AvT-ElfId(WS-r) = WS-Arg-ElfId
                 add 1 to WS-Listed
                 display "  " WS-AvT-ElfId(WS-r) " "
                   WS-AvT-From(WS-r) " to " WS-AvT-To(WS-r) " "
                   WS-AvT-Reason(WS-r)
               end-if
             end-perform
             if WS-Listed = 0
               display "no absences on the register"
             end-if
           .

           add-absence.
             if WS-Arg-ElfId = spaces
               display "ADD needs an elf id"
               exit paragraph
             end-if
             move WS-Arg-From to WS-Check-Date
             perform validate-date
             if WS-Date-Valid = 0
               display "ADD needs a first night as yyyy-mm-dd, got '"
                 function trim(WS-Arg-From) "'"
               exit paragraph
             end-if
             move WS-Arg-To to WS-Check-Date
             perform validate-date
             if WS-Date-Valid = 0
               display "ADD needs a last night as yyyy-mm-dd, got '"
                 function trim(WS-Arg-To) "'"
               exit paragraph
             end-if
             if WS-Arg-To < WS-Arg-From
               display "ADD last night " WS-Arg-To
                 " is before first night " WS-Arg-From
               exit paragraph
             end-if
             if WS-Arg-Reason = spaces
               display "ADD needs a reason - LEAVE, SICK, SECONDED..."
               exit paragraph
             end-if
             perform find-elf-on-master
             if WS-Found = 0
               display "elf " function trim(WS-Arg-ElfId)
                 " is not on personnel-master.txt - nothing added"
               exit paragraph
             end-if
             perform varying WS-r from 1 by 1
                     until WS-r > WS-AvailCount
               if WS-AvT-ElfId(WS-r) = WS-Arg-ElfId
                  and WS-AvT-From(WS-r) <= WS-Arg-To
                  and WS-AvT-To(WS-r) >= WS-Arg-From
                 display "elf " function trim(WS-Arg-ElfId)
                   " is already away " WS-AvT-From(WS-r) " to "
                   WS-AvT-To(WS-r) " - drop that absence first"
                 exit paragraph
               end-if
             end-perform
             if WS-AvailCount >= 2000
               display "elf-availability.txt is full - nothing added"
               exit paragraph
             end-if
             add 1 to WS-AvailCount
             move WS-Arg-ElfId to WS-AvT-ElfId(WS-AvailCount)
             move WS-Arg-From to WS-AvT-From(WS-AvailCount)
             move WS-Arg-To to WS-AvT-To(WS-AvailCount)
             move WS-Arg-Reason to WS-AvT-Reason(WS-AvailCount)
             perform rewrite-availability-register
             if WS-Lock-Result not = "Y"
               exit paragraph
             end-if
             display "elf " function trim(WS-Arg-ElfId) " away "
               WS-Arg-From " to " WS-Arg-To " "
               function trim(WS-Arg-Reason)
             move spaces to WS-Signon-Action
             string "ADD " WS-Arg-ElfId " " WS-Arg-From " "
               WS-Arg-To " " WS-Arg-Reason
               delimited by size into WS-Signon-Action
             perform journal-change
           .

           drop-absence.
             move 0 to WS-Found
             perform varying WS-r from 1 by 1
                     until WS-r > WS-AvailCount
               if WS-AvT-ElfId(WS-r) = WS-Arg-ElfId
                  and WS-AvT-From(WS-r) = WS-Arg-From
                 move 1 to WS-Found
                 exit perform
               end-if
             end-perform
             if WS-Found = 0
               display "no absence for elf "
                 function trim(WS-Arg-ElfId) " from '"
                 function trim(WS-Arg-From) "' - nothing dropped"
               exit paragraph
             end-if
             perform varying WS-r from WS-r by 1
                     until WS-r >= WS-AvailCount
               move WS-Avail-Entry(WS-r + 1) to WS-Avail-Entry(WS-r)
             end-perform
             subtract 1 from WS-AvailCount
             perform rewrite-availability-register
             if WS-Lock-Result not = "Y"
               exit paragraph
             end-if
             display "absence for elf " function trim(WS-Arg-ElfId)
               " from " WS-Arg-From " dropped"
             move spaces to WS-Signon-Action
             string "DROP " WS-Arg-ElfId " " WS-Arg-From
               delimited by size into WS-Signon-Action
             perform journal-change
           .

           validate-date.
             move 1 to WS-Date-Valid
             if WS-Check-Date(1:4) not numeric
                or WS-Check-Date(5:1) not = "-"
                or WS-Check-Date(6:2) not numeric
                or WS-Check-Date(8:1) not = "-"
                or WS-Check-Date(9:2) not numeric
                or WS-Check-Date(6:2) < "01"
                or WS-Check-Date(6:2) > "12"
                or WS-Check-Date(9:2) < "01"
                or WS-Check-Date(9:2) > "31"
               move 0 to WS-Date-Valid
             end-if
           .

           find-elf-on-master.
             move 0 to WS-Found
             move zero to WS-EOF
             open input PersonnelMaster
             if WS-Personnel-Error
               exit paragraph
             end-if
             perform until WS-EOF = 1
               read PersonnelMaster
                 at end move 1 to WS-EOF
                 not at end
                   if PersonnelMaster-Line(12:8) = WS-Arg-ElfId
                     move 1 to WS-Found
                     move 1 to WS-EOF
                   end-if
               end-read
             end-perform
             close PersonnelMaster
             move zero to WS-EOF
           .

           rewrite-availability-register.
             move "A" to WS-Lock-Mode
             move "X" to WS-Lock-Share
             call "Lock-Manager" using WS-Lock-Mode
               WS-Lock-Resource WS-Lock-Share WS-Lock-Program
               WS-Operator-Id WS-Lock-Result WS-Lock-Holder
             if WS-Lock-Result not = "Y"
               display "elf-availability.txt is locked by "
                 function trim(WS-Lock-Holder) " - nothing changed"
               exit paragraph
             end-if
             open output AvailabilityRegister
             perform varying WS-r from 1 by 1
                     until WS-r > WS-AvailCount
               move WS-AvT-ElfId(WS-r) to WS-AvRec-ElfId
               move WS-AvT-From(WS-r) to WS-AvRec-From
               move WS-AvT-To(WS-r) to WS-AvRec-To
               move WS-AvT-Reason(WS-r) to WS-AvRec-Reason
               move WS-Avail-Record to AvailabilityRegister-Line
               write AvailabilityRegister-Line
             end-perform
             close AvailabilityRegister
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

           copy "availregp.cpy".
