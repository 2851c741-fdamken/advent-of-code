      *    FILE SHOWS EVERY FLAGGED RECORD ACROSS EVERY DAY INSTEAD OF
      *    EACH PROGRAM'S OWN ONE-OFF REJECTS/EXCEPTIONS LOG BEING THE
      *    ONLY PLACE IT SHOWS UP.
      *    A CHANGE TO THIS LAYOUT BUMPS ITS VERSION AND LENGTH IN
      *    LEDGVER.CPY, WHICH HEADS EVERY ARCHIVE GENERATION.
             01 WS-EXCEPTIONLEDGER-LINE.
                05 WS-EXCEPTIONLEDGER-YEAR    PIC X(4).
                05 FILLER                     PIC X(1) VALUE SPACE.
      *    ASIDE), DEGRADE (THE JOB RAN BUT ITS OUTPUT IS SUSPECT) OR
      *    FATAL - PLUS A CAPTURE OF THE OFFENDING INPUT RECORD, SO
      *    TRIAGE NEVER NEEDS THE ORIGINAL REJECTS FILES OPEN.
      *    EVERY ROW ALSO CARRIES THE BASE CAMP (SITE CODE) WHOSE
      *    DATA PRODUCED IT; A BLANK SITE IS A ROW FROM BEFORE
      *    SITES WERE CARRIED, AND READS AS THE HOME CAMP.
                05 FILLER                     PIC X(1) VALUE SPACE.
                05 WS-EXCEPTIONLEDGER-SEVERITY PIC X(8) VALUE SPACE.
                05 FILLER                     PIC X(1) VALUE SPACE.
                05 WS-EXCEPTIONLEDGER-RECORD  PIC X(60) VALUE SPACE.
                05 FILLER                     PIC X(1) VALUE SPACE.
                05 WS-EXCEPTIONLEDGER-SITE    PIC X(6) VALUE SPACE.
