      *    PROGRAM SO A BATCH DRIVER, A GOLDEN-ANSWER REGRESSION
      *    CHECK, OR A YEAR-OVER-YEAR TREND REPORT CAN ALL READ ONE
      *    CONSOLIDATED HISTORY OF ANSWERS INSTEAD OF EACH PROGRAM
      *    KEEPING ITS OWN ONE-OFF LEDGER LAYOUT. EVERY ROW IS
      *    STAMPED WITH THE POSTING PROGRAM'S CURRENT VERSION FROM
      *    RELEASE-REGISTER.TXT, SO A CHANGED ANSWER CAN BE TRACED TO
      *    A NEW BUILD AS READILY AS TO A NEW INPUT.
      *    EVERY ROW ALSO CARRIES THE BASE CAMP (SITE CODE) WHOSE
      *    DATA PRODUCED IT; A BLANK SITE IS A ROW FROM BEFORE
      *    SITES WERE CARRIED, AND READS AS THE HOME CAMP.
      *    A CHANGE TO THIS LAYOUT BUMPS ITS VERSION AND LENGTH IN
      *    LEDGVER.CPY, WHICH HEADS EVERY ARCHIVE GENERATION.
             01 WS-LEDGER-LINE.
                05 WS-LEDGER-YEAR      PIC X(4).
                05 FILLER              PIC X(1) VALUE SPACE.
                05 WS-LEDGER-ANSWER    PIC Z(16).
                05 FILLER              PIC X(1) VALUE SPACE.
                05 WS-LEDGER-RUNID     PIC X(15) VALUE SPACE.
                05 FILLER              PIC X(1) VALUE SPACE.
                05 WS-LEDGER-VERSION   PIC X(6) VALUE SPACE.
                05 FILLER              PIC X(1) VALUE SPACE.
                05 WS-LEDGER-SITE      PIC X(6) VALUE SPACE.
