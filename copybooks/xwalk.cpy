      *    shared record layout for elf-crosswalk.txt, the master
      *    tying one elf's identities on the different days together:
      *    the elf id personnel-master.txt knows them by, their elf
      *    number on the Day-01 roster (day01-elf-roster.dat), their
      *    rucksack line on the Day-03 input (the badge group follows
      *    from it, three lines to a group), and their Day-04 pair and
      *    position. zero means the elf has no identity on that day.
      *    maintained through Day-Crosswalk-Maint and read by anything
      *    that needs to ask about a person rather than a record.
             01 WS-Crosswalk-Record.
                05 WS-Xwalk-ElfId        pic X(8).
                05 FILLER                pic X(1) value space.
                05 WS-Xwalk-Day01-ElfNo  pic 9(8).
                05 FILLER                pic X(1) value space.
                05 WS-Xwalk-Day03-Line   pic 9(8).
                05 FILLER                pic X(1) value space.
                05 WS-Xwalk-Day04-PairNo pic 9(8).
                05 FILLER                pic X(1) value space.
                05 WS-Xwalk-Day04-Pos    pic X(1).
                05 FILLER                pic X(1) value space.
                05 WS-Xwalk-Name         pic X(20).
