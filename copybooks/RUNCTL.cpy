      *    BALANCE-CHECK PROGRAM CAN RECONCILE WHAT EACH PROGRAM SAYS
      *    IT DID AGAINST THE ROWS IT ACTUALLY PRODUCED, INSTEAD OF
      *    THE DRIVER INFERRING COUNTS FROM LEDGER LINE-COUNT DELTAS.
      *    EACH ROW CARRIES THE PROGRAM'S RELEASE-REGISTER.TXT VERSION
      *    CURRENT WHEN IT RAN, SO A CHANGED COUNT CAN BE LAID AGAINST
      *    A NEW BUILD AS WELL AS A NEW INPUT.
      *    EVERY ROW ALSO CARRIES THE BASE CAMP (SITE CODE) WHOSE
      *    DATA PRODUCED IT; A BLANK SITE IS A ROW FROM BEFORE
      *    SITES WERE CARRIED, AND READS AS THE HOME CAMP.
      *    A CHANGE TO THIS LAYOUT BUMPS ITS VERSION AND LENGTH IN
      *    LEDGVER.CPY, WHICH HEADS EVERY ARCHIVE GENERATION.
             01 WS-RUNCONTROL-LINE.
                05 WS-RUNCONTROL-YEAR     PIC X(4).
                05 FILLER                 PIC X(1) VALUE SPACE.
                05 WS-RUNCONTROL-POSTED   PIC 9(8).
                05 FILLER                 PIC X(1) VALUE SPACE.
                05 WS-RUNCONTROL-RUNID    PIC X(15) VALUE SPACE.
                05 FILLER                 PIC X(1) VALUE SPACE.
                05 WS-RUNCONTROL-VERSION  PIC X(6) VALUE SPACE.
                05 FILLER                 PIC X(1) VALUE SPACE.
                05 WS-RUNCONTROL-SITE     PIC X(6) VALUE SPACE.
