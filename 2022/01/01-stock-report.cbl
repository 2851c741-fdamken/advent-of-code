       IDENTIFICATION DIVISION.
         PROGRAM-ID. Day-01-Stock-Report.
      *    the stores position the quartermaster reads each morning:
      *    for every ration type on stores-stock.txt, the calories
      *    on hand, the average daily consumption over the last few
      *    days of ISSUE movements on stock-movements.txt (site-config
      *    key stock-usage-days, default 7), the days of cover that
      *    leaves and the cover the ration type is meant to hold. a
      *    ration type whose on-hand has fallen below its daily use
      *    times its cover days is flagged REORDER. the report closes
      *    by checking the pending day01-issue-plan.txt against the
      *    total on hand, so a plan the stores cannot cover is seen
      *    before it is issued. written to stores-stock-position.txt
      *    and echoed to the console; returns 4 when anything needs
      *    reordering or the plan is not covered.
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
           FILE-CONTROL.
             SELECT StockMaster ASSIGN TO "stores-stock.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Stock-Status.
             SELECT StockMovements ASSIGN TO "stock-movements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Movements-Status.
             SELECT IssuePlan ASSIGN TO "day01-issue-plan.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Plan-Status.
             SELECT StockPosition
               ASSIGN TO "stores-stock-position.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
         FILE SECTION.
           FD StockMaster.
              01 StockMaster-Line PIC X(60).
           FD StockMovements.
              01 StockMovements-Line PIC X(80).
           FD IssuePlan.
              01 IssuePlan-Line PIC X(40).
           FD StockPosition.
              01 StockPosition-Line PIC X(100).
         WORKING-STORAGE SECTION.
           COPY "NUMVAL.cpy".
           COPY "STKMAST.cpy".
           COPY "STKMOVE.cpy".
           01 WS-Stock-Status PIC XX.
           88 WS-Stock-OK    VALUE "00".
           88 WS-Stock-Error VALUE "30" THRU "99".
           01 WS-Movements-Status PIC XX.
           88 WS-Movements-OK    VALUE "00".
           88 WS-Movements-Error VALUE "30" THRU "99".
           01 WS-Plan-Status PIC XX.
           88 WS-Plan-OK    VALUE "00".
           88 WS-Plan-Error VALUE "30" THRU "99".
           01 WS-EOF PIC 9 VALUE 0.
           01 WS-Config-Key   PIC X(30).
           01 WS-Config-Value PIC X(100).
           01 WS-Config-Found PIC X(1).
           01 WS-UsageDays PIC 9(3) VALUE 7.
           01 WS-CurrentDate PIC X(8).
           01 WS-Today-Int PIC 9(8).
           01 WS-Move-Int PIC 9(8).
           01 WS-Move-Yyyymmdd PIC 9(8).
           01 WS-TypeCount PIC 9(2) VALUE 0.
           01 WS-Type-Table.
              05 WS-Type-Entry OCCURS 50 TIMES.
                 10 WS-Type-Row  PIC X(60).
                 10 WS-Type-Used PIC 9(14).
           01 WS-t PIC 9(2).
           01 WS-DailyUse PIC 9(12).
           01 WS-CoverLeft PIC 9(6).
           01 WS-ReorderAt PIC 9(14).
           01 WS-ReorderCount PIC 9(2) VALUE 0.
           01 WS-TotalOnHand PIC 9(14) VALUE 0.
           01 WS-PlanTotal PIC 9(14) VALUE 0.
           01 WS-PlanRows PIC 9(8) VALUE 0.
           01 WS-Plan-Row.
              05 WS-Plan-ElveNo   PIC X(8).
              05 FILLER           PIC X(1).
              05 WS-Plan-Calories PIC X(8).
           01 WS-Cals-Disp PIC Z(13)9.
           01 WS-Out-Line PIC X(100).
           01 WS-Detail-Line.
              05 WS-Det-Type    PIC X(8).
              05 FILLER         PIC X(1) VALUE SPACE.
              05 WS-Det-OnHand  PIC Z(11)9.
              05 FILLER         PIC X(1) VALUE SPACE.
              05 WS-Det-Daily   PIC Z(11)9.
              05 FILLER         PIC X(1) VALUE SPACE.
              05 WS-Det-Cover   PIC Z(5)9.
              05 FILLER         PIC X(1) VALUE SPACE.
              05 WS-Det-Target  PIC ZZ9.
              05 FILLER         PIC X(1) VALUE SPACE.
              05 WS-Det-Flag    PIC X(7).
              05 FILLER         PIC X(1) VALUE SPACE.
              05 WS-Det-Desc    PIC X(20).
       PROCEDURE DIVISION.
         MOVE "stock-usage-days" TO WS-Config-Key.
         MOVE SPACES TO WS-Config-Value.
         CALL "Site-Config" USING WS-Config-Key WS-Config-Value
           WS-Config-Found.
         IF WS-Config-Found = "Y"
           MOVE WS-Config-Value(1:20) TO WS-NUMVAL-INPUT
           PERFORM VALIDATE-NUMERIC-FIELD
           IF WS-NUMVAL-IS-VALID AND WS-NUMVAL-RESULT >= 1
              AND WS-NUMVAL-RESULT <= 365
             MOVE WS-NUMVAL-RESULT TO WS-UsageDays
           END-IF
         END-IF.
         MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CurrentDate.
         COMPUTE WS-Today-Int =
           FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-CurrentDate)).
         PERFORM LOAD-STOCK-MASTER.
         IF WS-TypeCount = 0
           DISPLAY "Day-01-Stock-Report: no ration types on "
             "stores-stock.txt - nothing to report"
           MOVE 12 TO RETURN-CODE
           GOBACK
         END-IF.
         PERFORM LOAD-CONSUMPTION.
         OPEN OUTPUT StockPosition.
         MOVE SPACES TO WS-Out-Line.
         STRING "stores stock position - daily use averaged over "
           WS-UsageDays " day(s)" DELIMITED BY SIZE INTO WS-Out-Line.
         PERFORM WRITE-OUT-LINE.
         MOVE SPACES TO WS-Out-Line.
         STRING "type          on-hand    daily-use  cover tgt flag"
           "    description" DELIMITED BY SIZE INTO WS-Out-Line.
         PERFORM WRITE-OUT-LINE.
         PERFORM VARYING WS-t FROM 1 BY 1 UNTIL WS-t > WS-TypeCount
           PERFORM REPORT-ONE-TYPE
         END-PERFORM.
         PERFORM CHECK-ISSUE-PLAN.
         CLOSE StockPosition.
         IF WS-ReorderCount > 0 OR WS-PlanTotal > WS-TotalOnHand
           MOVE 4 TO RETURN-CODE
         ELSE
           MOVE 0 TO RETURN-CODE
         END-IF.
         GOBACK.

         LOAD-STOCK-MASTER.
           MOVE 0 TO WS-EOF.
           OPEN INPUT StockMaster.
           IF WS-Stock-Error
             EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF = 1
             READ StockMaster
               AT END MOVE 1 TO WS-EOF
               NOT AT END
                 IF StockMaster-Line NOT = SPACES
                    AND WS-TypeCount < 50
                   ADD 1 TO WS-TypeCount
                   MOVE StockMaster-Line TO WS-Type-Row(WS-TypeCount)
                   MOVE 0 TO WS-Type-Used(WS-TypeCount)
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE StockMaster.
           MOVE 0 TO WS-EOF.

      *    only ISSUE rows dated inside the usage window count - a
      *    receipt or a return is not consumption, and a SHORT row
      *    moved no stock.
         LOAD-CONSUMPTION.
           MOVE 0 TO WS-EOF.
           OPEN INPUT StockMovements.
           IF WS-Movements-Error
             EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF = 1
             READ StockMovements INTO WS-Move-Record
               AT END MOVE 1 TO WS-EOF
               NOT AT END
                 IF WS-Move-Kind = "ISSUE"
                   PERFORM COUNT-ONE-ISSUE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE StockMovements.
           MOVE 0 TO WS-EOF.

         COUNT-ONE-ISSUE.
           IF WS-Move-Date(1:4) IS NOT NUMERIC
              OR WS-Move-Date(6:2) IS NOT NUMERIC
              OR WS-Move-Date(9:2) IS NOT NUMERIC
              OR WS-Move-Calories IS NOT NUMERIC
             EXIT PARAGRAPH
           END-IF.
           STRING WS-Move-Date(1:4) WS-Move-Date(6:2)
             WS-Move-Date(9:2) DELIMITED BY SIZE INTO WS-Move-Yyyymmdd.
           COMPUTE WS-Move-Int =
             FUNCTION INTEGER-OF-DATE(WS-Move-Yyyymmdd).
           IF WS-Move-Int > WS-Today-Int
              OR WS-Today-Int - WS-Move-Int >= WS-UsageDays
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-Move-Type TO WS-Stock-Type.
           PERFORM VARYING WS-t FROM 1 BY 1 UNTIL WS-t > WS-TypeCount
             IF WS-Type-Row(WS-t)(1:8) = WS-Stock-Type
               ADD WS-Move-Calories TO WS-Type-Used(WS-t)
             END-IF
           END-PERFORM.

         REPORT-ONE-TYPE.
           MOVE WS-Type-Row(WS-t) TO WS-Stock-Record.
           ADD WS-Stock-OnHand TO WS-TotalOnHand.
           DIVIDE WS-Type-Used(WS-t) BY WS-UsageDays
             GIVING WS-DailyUse ROUNDED.
           IF WS-DailyUse = 0
             MOVE 999999 TO WS-CoverLeft
           ELSE
             DIVIDE WS-Stock-OnHand BY WS-DailyUse
               GIVING WS-CoverLeft
           END-IF.
           COMPUTE WS-ReorderAt = WS-DailyUse * WS-Stock-CoverDays.
           MOVE SPACES TO WS-Detail-Line.
           MOVE WS-Stock-Type TO WS-Det-Type.
           MOVE WS-Stock-OnHand TO WS-Det-OnHand.
           MOVE WS-DailyUse TO WS-Det-Daily.
           MOVE WS-CoverLeft TO WS-Det-Cover.
           MOVE WS-Stock-CoverDays TO WS-Det-Target.
           MOVE WS-Stock-Desc TO WS-Det-Desc.
           IF WS-Stock-OnHand < WS-ReorderAt
             MOVE "REORDER" TO WS-Det-Flag
             ADD 1 TO WS-ReorderCount
           END-IF.
           MOVE WS-Detail-Line TO WS-Out-Line.
           PERFORM WRITE-OUT-LINE.

      *    the planner's summary only covers the plan it just wrote;
      *    this re-checks whatever plan is waiting to be issued
      *    against tonight's stock.
         CHECK-ISSUE-PLAN.
           MOVE SPACES TO WS-Out-Line.
           MOVE WS-TotalOnHand TO WS-Cals-Disp.
           STRING "total calories on hand: " FUNCTION TRIM(WS-Cals-Disp)
             DELIMITED BY SIZE INTO WS-Out-Line.
           PERFORM WRITE-OUT-LINE.
           MOVE 0 TO WS-EOF.
           OPEN INPUT IssuePlan.
           IF WS-Plan-Error
             MOVE "no pending day01-issue-plan.txt" TO WS-Out-Line
             PERFORM WRITE-OUT-LINE
             EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF = 1
             READ IssuePlan INTO WS-Plan-Row
               AT END MOVE 1 TO WS-EOF
               NOT AT END
                 MOVE WS-Plan-Calories TO WS-NUMVAL-INPUT
                 PERFORM VALIDATE-NUMERIC-FIELD
                 IF WS-NUMVAL-IS-VALID AND WS-NUMVAL-RESULT > 0
                   ADD WS-NUMVAL-RESULT TO WS-PlanTotal
                   ADD 1 TO WS-PlanRows
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE IssuePlan.
           MOVE 0 TO WS-EOF.
           MOVE SPACES TO WS-Out-Line.
           MOVE WS-PlanTotal TO WS-Cals-Disp.
           IF WS-PlanTotal > WS-TotalOnHand
             STRING "pending issue plan: " FUNCTION TRIM(WS-Cals-Disp)
               " calories - STORES CANNOT COVER"
               DELIMITED BY SIZE INTO WS-Out-Line
           ELSE
             STRING "pending issue plan: " FUNCTION TRIM(WS-Cals-Disp)
               " calories - covered"
               DELIMITED BY SIZE INTO WS-Out-Line
           END-IF.
           PERFORM WRITE-OUT-LINE.

         WRITE-OUT-LINE.
           MOVE WS-Out-Line TO StockPosition-Line.
           WRITE StockPosition-Line.
           DISPLAY FUNCTION TRIM(WS-Out-Line TRAILING).

         COPY "NUMVALP.cpy".
