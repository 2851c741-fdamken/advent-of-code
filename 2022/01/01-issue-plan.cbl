      *    site-config key target-carried-calories (default 60000).
      *    an elf the variance report flagged ACQUISITION is skipped
      *    until stores clears the investigation, and the summary
      *    shows the total calories the plan draws from stores. that
      *    total is then checked against the calories on hand in the
      *    stock master stores-stock.txt: a plan the stores cannot
      *    cover is reported with its shortfall and returns 4.
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               FILE STATUS IS WS-Variance-Status.
             SELECT IssuePlan ASSIGN TO "day01-issue-plan.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT StockMaster ASSIGN TO "stores-stock.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Stock-Status.
       DATA DIVISION.
         FILE SECTION.
           FD ElveRoster.
              01 VarianceReport-Line PIC X(80).
           FD IssuePlan.
              01 IssuePlan-Line PIC X(40).
           FD StockMaster.
              01 StockMaster-Line PIC X(60).
         WORKING-STORAGE SECTION.
           COPY "NUMVAL.cpy".
           COPY "STKMAST.cpy".
           01 WS-Stock-Status PIC XX.
           88 WS-Stock-OK    VALUE "00".
           88 WS-Stock-Error VALUE "30" THRU "99".
           01 WS-OnHand PIC 9(14) VALUE 0.
           01 WS-Shortfall PIC 9(14) VALUE 0.
           01 WS-Stock-Display PIC Z(13)9.
           01 WS-ElveRoster-Key PIC 9(8).
           01 WS-ElveRoster-Status PIC XX.
           88 WS-ElveRoster-OK    VALUE "00".
           " elf(s) held pending acquisition investigation".
         DISPLAY "total calories to draw from stores: "
           WS-TotalDraw-Display.
         PERFORM CHECK-STORES-COVER.
         GOBACK.

         CHECK-STORES-COVER.
           MOVE 0 TO WS-EOF.
           OPEN INPUT StockMaster.
           IF WS-Stock-Error
             DISPLAY "Day-01-Issue-Plan: no stores-stock.txt - plan "
               "not checked against stores"
             EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF = 1
             READ StockMaster INTO WS-Stock-Record
               AT END MOVE 1 TO WS-EOF
               NOT AT END
                 IF WS-Stock-OnHand IS NUMERIC
                   ADD WS-Stock-OnHand TO WS-OnHand
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE StockMaster.
           MOVE 0 TO WS-EOF.
           MOVE WS-OnHand TO WS-Stock-Display.
           DISPLAY "total calories on hand in stores:   "
             WS-Stock-Display.
           IF WS-TotalDraw > WS-OnHand
             COMPUTE WS-Shortfall = WS-TotalDraw - WS-OnHand
             MOVE WS-Shortfall TO WS-Stock-Display
             DISPLAY "STORES CANNOT COVER this plan - short by "
               FUNCTION TRIM(WS-Stock-Display) " calories"
             MOVE 4 TO RETURN-CODE
           END-IF.

      *    only the ACQUISITION rows matter here - every other
      *    variance note still gets its issue planned from the
      *    roster's carried total.
