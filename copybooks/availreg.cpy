      *    shared record layout and lookup table for
      *    elf-availability.txt, the register of elves who are off
      *    the cleanup rota for a stretch of nights: elf id, first
      *    and last night away (YYYY-MM-DD, both inclusive) and the
      *    reason (LEAVE, SICK, SECONDED...). maintained through
      *    Day-04-Availability-Maint. paired with the paragraphs in
      *    availregp.cpy: load-availability-register fills the table
      *    from the program's AvailabilityRegister file, and
      *    check-elf-absent answers for WS-Avail-ElfId on
      *    WS-Avail-Night, setting WS-Avail-Absent to 1 and
      *    WS-Avail-Reason when a register row covers that night.
             01 WS-Avail-Status pic XX.
             88 WS-Avail-OK    value "00".
             88 WS-Avail-Error value "30" thru "99".
             01 WS-Avail-Record.
                05 WS-AvRec-ElfId  pic X(8).
                05 FILLER          pic X(1) value space.
                05 WS-AvRec-From   pic X(10).
                05 FILLER          pic X(1) value space.
                05 WS-AvRec-To     pic X(10).
                05 FILLER          pic X(1) value space.
                05 WS-AvRec-Reason pic X(12).
             01 WS-Avail-EOF pic 9.
             01 WS-AvailCount pic 9(04) value zero.
             01 WS-Avail-Table.
                05 WS-Avail-Entry occurs 0 to 2000 times
                     depending on WS-AvailCount.
                   10 WS-AvT-ElfId  pic X(8).
                   10 WS-AvT-From   pic X(10).
                   10 WS-AvT-To     pic X(10).
                   10 WS-AvT-Reason pic X(12).
             01 WS-Avail-i pic 9(04).
             01 WS-Avail-ElfId pic X(8).
             01 WS-Avail-Night pic X(10).
             01 WS-Avail-Absent pic 9.
             01 WS-Avail-Reason pic X(12).
