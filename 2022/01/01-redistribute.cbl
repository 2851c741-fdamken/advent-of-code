       IDENTIFICATION DIVISION.
         PROGRAM-ID. Day-01-Redistribute.
      *    the issue planner brings every short elf up to target
      *    from stores, even when the same unit has elves carrying
      *    far more than they need. this planner looks inside each
      *    unit first: it reads the carried totals in
      *    day01-elf-roster.dat (by relative key) and the units in
      *    unit-membership.txt, and proposes transfers from elves
      *    above the site-config target-carried-calories (default
      *    60000) to short elves of the same unit - donors drawn in
      *    elf number order, never below the target themselves. only
      *    the shortfall no unit-mate can cover falls back to stores.
      *    writes day01-transfer-plan.txt (from elf, to elf,
      *    calories) and day01-residual-issue.txt in the same layout
      *    as provisions-issued.txt (elf number, calories to issue),
      *    and shows how many calories of stock the transfers saved
      *    against what stores-stock.txt holds. elves without a unit
      *    have nobody to draw on, and elves the variance report has
      *    under an ACQUISITION investigation neither give nor get.
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
           FILE-CONTROL.
             SELECT ElveRoster ASSIGN TO "day01-elf-roster.dat"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-ElveRoster-Key
               FILE STATUS IS WS-ElveRoster-Status.
             SELECT UnitMembership ASSIGN TO "unit-membership.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Member-Status.
             SELECT VarianceReport
               ASSIGN TO "day01-provisions-variance.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Variance-Status.
             SELECT StockMaster ASSIGN TO "stores-stock.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Stock-Status.
             SELECT TransferPlan ASSIGN TO "day01-transfer-plan.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT ResidualIssue ASSIGN TO "day01-residual-issue.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
         FILE SECTION.
           FD ElveRoster.
              01 ElveRoster-Record PIC 9(8).
           FD UnitMembership.
              01 UnitMembership-Line PIC X(40).
           FD VarianceReport.
              01 VarianceReport-Line PIC X(80).
           FD StockMaster.
              01 StockMaster-Line PIC X(60).
           FD TransferPlan.
              01 TransferPlan-Line PIC X(40).
           FD ResidualIssue.
              01 ResidualIssue-Line PIC X(40).
         WORKING-STORAGE SECTION.
           COPY "NUMVAL.cpy".
           COPY "STKMAST.cpy".
           01 WS-ElveRoster-Key PIC 9(8).
           01 WS-ElveRoster-Status PIC XX.
           88 WS-ElveRoster-OK    VALUE "00".
           88 WS-ElveRoster-Error VALUE "30" THRU "99".
           01 WS-Member-Status PIC XX.
           88 WS-Member-OK    VALUE "00".
           88 WS-Member-Error VALUE "30" THRU "99".
           01 WS-Variance-Status PIC XX.
           88 WS-Variance-OK    VALUE "00".
           88 WS-Variance-Error VALUE "30" THRU "99".
           01 WS-Stock-Status PIC XX.
           88 WS-Stock-OK    VALUE "00".
           88 WS-Stock-Error VALUE "30" THRU "99".
           01 WS-EOF PIC 9 VALUE 0.
           01 WS-Config-Key   PIC X(30).
           01 WS-Config-Value PIC X(100).
           01 WS-Config-Found PIC X(1).
           01 WS-Target PIC 9(8) VALUE 60000.
           01 WS-MaxElves PIC 9(8) VALUE 10000.
           01 WS-HighElve PIC 9(8) VALUE 0.
           01 WS-Member-Record.
              05 WS-Member-ElveNo PIC X(8).
              05 FILLER           PIC X(1).
              05 WS-Member-Unit   PIC X(4).
              05 FILLER           PIC X(1).
              05 WS-Member-Name   PIC X(20).
           01 WS-Variance-Row.
              05 WS-Row-ElveNo   PIC X(8).
              05 FILLER          PIC X(1).
              05 WS-Row-Issued   PIC X(8).
              05 FILLER          PIC X(1).
              05 WS-Row-Carried  PIC X(8).
              05 FILLER          PIC X(1).
              05 WS-Row-Variance PIC X(10).
              05 FILLER          PIC X(1).
              05 WS-Row-Note     PIC X(28).
      *    per elf: the unit (0 = none), the calories still needed
      *    to reach target, the calories spare above it, and the
      *    acquisition hold.
           01 WS-Elve-Table.
              05 WS-Elve-Entry OCCURS 10000 TIMES.
                 10 WS-Elve-Unit  PIC 9(2).
                 10 WS-Elve-Need  PIC 9(8).
                 10 WS-Elve-Spare PIC 9(8).
                 10 WS-Elve-Hold  PIC 9.
      *    per unit: the next elf number worth looking at for a
      *    donor - donors are used up in order, so it only moves on.
           01 WS-UnitCount PIC 9(2) VALUE 0.
           01 WS-Unit-Table.
              05 WS-Unit-Entry OCCURS 50 TIMES.
                 10 WS-Unit-Code   PIC X(4).
                 10 WS-Unit-Cursor PIC 9(8).
           01 WS-u PIC 9(2).
           01 WS-ElveNo PIC 9(8).
           01 WS-Donor PIC 9(8).
           01 WS-Take PIC 9(8).
           01 WS-TransferCount PIC 9(8) VALUE 0.
           01 WS-ResidualCount PIC 9(8) VALUE 0.
           01 WS-HeldCount PIC 9(8) VALUE 0.
           01 WS-TotalNeed PIC 9(12) VALUE 0.
           01 WS-TotalMoved PIC 9(12) VALUE 0.
           01 WS-TotalResidual PIC 9(12) VALUE 0.
           01 WS-OnHand PIC 9(14) VALUE 0.
           01 WS-Cals-Display PIC Z(13)9.
           01 WS-Transfer-Row.
              05 WS-Xfer-From     PIC 9(8).
              05 FILLER           PIC X(1) VALUE SPACE.
              05 WS-Xfer-To       PIC 9(8).
              05 FILLER           PIC X(1) VALUE SPACE.
              05 WS-Xfer-Calories PIC 9(8).
           01 WS-Plan-Row.
              05 WS-Plan-ElveNo   PIC 9(8).
              05 FILLER           PIC X(1) VALUE SPACE.
              05 WS-Plan-Calories PIC 9(8).
       PROCEDURE DIVISION.
         MOVE "target-carried-calories" TO WS-Config-Key.
         MOVE SPACES TO WS-Config-Value.
         CALL "Site-Config" USING WS-Config-Key WS-Config-Value
           WS-Config-Found.
         IF WS-Config-Found = "Y"
           MOVE WS-Config-Value(1:20) TO WS-NUMVAL-INPUT
           PERFORM VALIDATE-NUMERIC-FIELD
           IF WS-NUMVAL-IS-VALID AND WS-NUMVAL-RESULT >= 1
             MOVE WS-NUMVAL-RESULT TO WS-Target
           END-IF
         END-IF.
         INITIALIZE WS-Elve-Table.
         INITIALIZE WS-Unit-Table.
         PERFORM LOAD-UNIT-MEMBERSHIP.
         PERFORM LOAD-VARIANCE-HOLDS.
         OPEN INPUT ElveRoster.
         IF WS-ElveRoster-Error
           DISPLAY "Day-01-Redistribute: no day01-elf-roster.dat "
             "yet - run Day-01c first"
           GOBACK
         END-IF.
         MOVE 0 TO WS-EOF.
         MOVE 1 TO WS-ElveRoster-Key.
         START ElveRoster KEY IS >= WS-ElveRoster-Key
           INVALID KEY MOVE 1 TO WS-EOF
         END-START.
         PERFORM UNTIL WS-EOF = 1
           READ ElveRoster NEXT
             AT END MOVE 1 TO WS-EOF
             NOT AT END PERFORM LOAD-ONE-ELF
           END-READ
         END-PERFORM.
         CLOSE ElveRoster.
         OPEN OUTPUT TransferPlan.
         OPEN OUTPUT ResidualIssue.
         PERFORM VARYING WS-ElveNo FROM 1 BY 1
                 UNTIL WS-ElveNo > WS-HighElve
           IF WS-Elve-Need(WS-ElveNo) > 0
             PERFORM PLAN-ONE-SHORT-ELF
           END-IF
         END-PERFORM.
         CLOSE TransferPlan.
         CLOSE ResidualIssue.
         DISPLAY WS-TransferCount " transfer(s) planned to "
           "day01-transfer-plan.txt, " WS-ResidualCount
           " residual issue row(s) to day01-residual-issue.txt".
         IF WS-HeldCount > 0
           DISPLAY WS-HeldCount " elf(s) held pending acquisition "
             "investigation"
         END-IF.
         MOVE WS-TotalNeed TO WS-Cals-Display.
         DISPLAY "total shortfall to target:          "
           WS-Cals-Display.
         MOVE WS-TotalMoved TO WS-Cals-Display.
         DISPLAY "covered by transfers (stock saved): "
           WS-Cals-Display.
         MOVE WS-TotalResidual TO WS-Cals-Display.
         DISPLAY "residual to draw from stores:       "
           WS-Cals-Display.
         PERFORM CHECK-STORES-COVER.
         GOBACK.

         LOAD-UNIT-MEMBERSHIP.
           MOVE 0 TO WS-EOF.
           OPEN INPUT UnitMembership.
           IF WS-Member-Error
             DISPLAY "Day-01-Redistribute: no unit-membership.txt "
               "- no transfers possible, every shortfall is issued"
             EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF = 1
             READ UnitMembership INTO WS-Member-Record
               AT END MOVE 1 TO WS-EOF
               NOT AT END PERFORM LOAD-ONE-MEMBER
             END-READ
           END-PERFORM.
           CLOSE UnitMembership.
           MOVE 0 TO WS-EOF.

         LOAD-ONE-MEMBER.
           MOVE WS-Member-ElveNo TO WS-NUMVAL-INPUT.
           PERFORM VALIDATE-NUMERIC-FIELD.
           IF WS-NUMVAL-IS-INVALID OR WS-NUMVAL-RESULT < 1
              OR WS-NUMVAL-RESULT > WS-MaxElves
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-NUMVAL-RESULT TO WS-ElveNo.
           PERFORM VARYING WS-u FROM 1 BY 1
                   UNTIL WS-u > WS-UnitCount
             IF WS-Unit-Code(WS-u) = WS-Member-Unit
               EXIT PERFORM
             END-IF
           END-PERFORM.
           IF WS-u > WS-UnitCount
             IF WS-UnitCount >= 50
               DISPLAY "more than 50 units - membership row for "
                 "elf " WS-ElveNo " ignored"
               EXIT PARAGRAPH
             END-IF
             ADD 1 TO WS-UnitCount
             MOVE WS-UnitCount TO WS-u
             MOVE WS-Member-Unit TO WS-Unit-Code(WS-u)
             MOVE 1 TO WS-Unit-Cursor(WS-u)
           END-IF.
           MOVE WS-u TO WS-Elve-Unit(WS-ElveNo).

         LOAD-VARIANCE-HOLDS.
           MOVE 0 TO WS-EOF.
           OPEN INPUT VarianceReport.
           IF WS-Variance-Error
             EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF = 1
             READ VarianceReport INTO WS-Variance-Row
               AT END MOVE 1 TO WS-EOF
               NOT AT END
                 IF WS-Row-Note(1:11) = "ACQUISITION"
                   MOVE WS-Row-ElveNo TO WS-NUMVAL-INPUT
                   PERFORM VALIDATE-NUMERIC-FIELD
                   IF WS-NUMVAL-IS-VALID
                      AND WS-NUMVAL-RESULT >= 1
                      AND WS-NUMVAL-RESULT <= WS-MaxElves
                     MOVE WS-NUMVAL-RESULT TO WS-ElveNo
                     MOVE 1 TO WS-Elve-Hold(WS-ElveNo)
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE VarianceReport.
           MOVE 0 TO WS-EOF.

         LOAD-ONE-ELF.
           IF WS-ElveRoster-Key < 1
              OR WS-ElveRoster-Key > WS-MaxElves
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-ElveRoster-Key TO WS-ElveNo.
           IF WS-ElveNo > WS-HighElve
             MOVE WS-ElveNo TO WS-HighElve
           END-IF.
           IF WS-Elve-Hold(WS-ElveNo) = 1
             ADD 1 TO WS-HeldCount
             EXIT PARAGRAPH
           END-IF.
           IF ElveRoster-Record < WS-Target
             COMPUTE WS-Elve-Need(WS-ElveNo) =
               WS-Target - ElveRoster-Record
             ADD WS-Elve-Need(WS-ElveNo) TO WS-TotalNeed
           ELSE
             COMPUTE WS-Elve-Spare(WS-ElveNo) =
               ElveRoster-Record - WS-Target
           END-IF.

         PLAN-ONE-SHORT-ELF.
           MOVE WS-Elve-Unit(WS-ElveNo) TO WS-u.
           IF WS-u > 0
             PERFORM UNTIL WS-Elve-Need(WS-ElveNo) = 0
                     OR WS-Unit-Cursor(WS-u) > WS-HighElve
               MOVE WS-Unit-Cursor(WS-u) TO WS-Donor
               IF WS-Elve-Unit(WS-Donor) = WS-u
                  AND WS-Elve-Spare(WS-Donor) > 0
                 PERFORM TRANSFER-FROM-DONOR
               ELSE
                 ADD 1 TO WS-Unit-Cursor(WS-u)
               END-IF
             END-PERFORM
           END-IF.
           IF WS-Elve-Need(WS-ElveNo) > 0
             MOVE WS-ElveNo TO WS-Plan-ElveNo
             MOVE WS-Elve-Need(WS-ElveNo) TO WS-Plan-Calories
             MOVE WS-Plan-Row TO ResidualIssue-Line
             WRITE ResidualIssue-Line
             ADD 1 TO WS-ResidualCount
             ADD WS-Elve-Need(WS-ElveNo) TO WS-TotalResidual
           END-IF.

         TRANSFER-FROM-DONOR.
           IF WS-Elve-Spare(WS-Donor) >= WS-Elve-Need(WS-ElveNo)
             MOVE WS-Elve-Need(WS-ElveNo) TO WS-Take
           ELSE
             MOVE WS-Elve-Spare(WS-Donor) TO WS-Take
           END-IF.
           SUBTRACT WS-Take FROM WS-Elve-Spare(WS-Donor).
           SUBTRACT WS-Take FROM WS-Elve-Need(WS-ElveNo).
           ADD WS-Take TO WS-TotalMoved.
           MOVE WS-Donor TO WS-Xfer-From.
           MOVE WS-ElveNo TO WS-Xfer-To.
           MOVE WS-Take TO WS-Xfer-Calories.
           MOVE WS-Transfer-Row TO TransferPlan-Line.
           WRITE TransferPlan-Line.
           ADD 1 TO WS-TransferCount.

         CHECK-STORES-COVER.
           MOVE 0 TO WS-EOF.
           OPEN INPUT StockMaster.
           IF WS-Stock-Error
             DISPLAY "Day-01-Redistribute: no stores-stock.txt - "
               "residual not checked against stores"
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
           MOVE WS-OnHand TO WS-Cals-Display.
           DISPLAY "total calories on hand in stores:   "
             WS-Cals-Display.
           IF WS-TotalResidual > WS-OnHand
             DISPLAY "STORES CANNOT COVER the residual issue"
             MOVE 4 TO RETURN-CODE
           END-IF.

         COPY "NUMVALP.cpy".
