      *    PROGRAM WITH ITS START TIME, END TIME AND ELAPSED DURATION,
      *    SO A SLOW-DOWN IN ANY ONE DAY'S JOB SHOWS UP IN A SINGLE
      *    HISTORY FILE INSTEAD OF NOBODY NOTICING UNTIL IT IS BAD.
      *    EVERY ROW ALSO CARRIES THE BASE CAMP (SITE CODE) WHOSE
      *    DATA PRODUCED IT; A BLANK SITE IS A ROW FROM BEFORE
      *    SITES WERE CARRIED, AND READS AS THE HOME CAMP.
      *    A CHANGE TO THIS LAYOUT BUMPS ITS VERSION AND LENGTH IN
      *    LEDGVER.CPY, WHICH HEADS EVERY ARCHIVE GENERATION.
             01 WS-RUNHISTORY-LINE.
                05 WS-RUNHISTORY-YEAR     PIC X(4).
                05 FILLER                 PIC X(1) VALUE SPACE.
                05 WS-RUNHISTORY-ELAPSED  PIC Z(5)9.99.
                05 FILLER                 PIC X(1) VALUE SPACE.
                05 WS-RUNHISTORY-RUNID    PIC X(15) VALUE SPACE.
                05 FILLER                 PIC X(1) VALUE SPACE.
                05 WS-RUNHISTORY-SITE     PIC X(6) VALUE SPACE.
