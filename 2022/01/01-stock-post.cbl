       IDENTIFICATION DIVISION.
         PROGRAM-ID. Day-01-Stock-Post.
      *    the quartermaster's stock ledger. the issue plan and the
      *    provisions reconciliation say what to hand out, but until
      *    now nothing said what was left in stores. this nightly
      *    posting keeps stores-stock.txt (calories on hand by ration
      *    type) current:
      *      - receipts: every row on stores-receipts.txt (date,
      *        caravan id, ration type, calories) is added to its
      *        ration type and the file is emptied; a row that does
      *        not parse or names a ration type not on the master is
      *        left on the file for stores to correct
      *      - issues: provisions-issued.txt holds each elf's issue
      *        to date, so only the change since the last posting
      *        (kept on stores-issues-posted.txt) moves stock - a
      *        rise draws calories from the ration types in draw
      *        sequence order, a correction downwards returns them
      *        to the first ration type
      *    every movement lands on stock-movements.txt with the
      *    balance left after it; an issue the stores could not cover
      *    in full posts a SHORT row for the uncovered calories. the
      *    stock position report (Day-01-Stock-Report) reads the
      *    result. returns 0 when everything posted, 4 when receipts
      *    were left on file or an issue went short.
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
           FILE-CONTROL.
             SELECT StockMaster ASSIGN TO "stores-stock.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Stock-Status.
             SELECT StoresReceipts ASSIGN TO "stores-receipts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Receipts-Status.
             SELECT ProvisionsIssued
               ASSIGN TO "provisions-issued.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Issued-Status.
             SELECT IssuesPosted ASSIGN TO "stores-issues-posted.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Posted-Status.
             SELECT StockMovements ASSIGN TO "stock-movements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Movements-Status.
       DATA DIVISION.
         FILE SECTION.
           FD StockMaster.
              01 StockMaster-Line PIC X(60).
           FD StoresReceipts.
              01 StoresReceipts-Line PIC X(60).
           FD ProvisionsIssued.
              01 ProvisionsIssued-Line PIC X(40).
           FD IssuesPosted.
              01 IssuesPosted-Line PIC X(40).
           FD StockMovements.
              01 StockMovements-Line PIC X(80).
         WORKING-STORAGE SECTION.
           COPY "NUMVAL.cpy".
           COPY "STKMAST.cpy".
           COPY "STKMOVE.cpy".
           01 WS-Stock-Status PIC XX.
           88 WS-Stock-OK    VALUE "00".
           88 WS-Stock-Error VALUE "30" THRU "99".
           01 WS-Receipts-Status PIC XX.
           88 WS-Receipts-OK    VALUE "00".
           88 WS-Receipts-Error VALUE "30" THRU "99".
           01 WS-Issued-Status PIC XX.
           88 WS-Issued-OK    VALUE "00".
           88 WS-Issued-Error VALUE "30" THRU "99".
           01 WS-Posted-Status PIC XX.
           88 WS-Posted-OK    VALUE "00".
           88 WS-Posted-Error VALUE "30" THRU "99".
           01 WS-Movements-Status PIC XX.
           01 WS-EOF PIC 9 VALUE 0.
           01 WS-TodayDate PIC X(10).
           01 WS-CurrentDate PIC X(8).
      *    the stock master, held while it is posted to and then
      *    rewritten whole.
           01 WS-TypeCount PIC 9(2) VALUE 0.
           01 WS-Type-Table.
              05 WS-Type-Entry OCCURS 50 TIMES.
                 10 WS-Type-Row PIC X(60).
           01 WS-t PIC 9(2).
           01 WS-Type-Found PIC 9(2).
           01 WS-Draw-Type PIC 9(2).
           01 WS-Draw-Seq PIC 9(3).
      *    receipts rows that could not be posted, written back to
      *    stores-receipts.txt for correction.
           01 WS-HeldCount PIC 9(4) VALUE 0.
           01 WS-Held-Table.
              05 WS-Held-Row PIC X(60) OCCURS 1000 TIMES.
           01 WS-h PIC 9(4).
           01 WS-Receipt-Row.
              05 WS-Rcpt-Date     PIC X(10).
              05 FILLER           PIC X(1).
              05 WS-Rcpt-Caravan  PIC X(8).
              05 FILLER           PIC X(1).
              05 WS-Rcpt-Type     PIC X(8).
              05 FILLER           PIC X(1).
              05 WS-Rcpt-Calories PIC X(12).
           01 WS-ReceiptCount PIC 9(6) VALUE 0.
           01 WS-ReceiptCals  PIC 9(14) VALUE 0.
      *    the issue-to-date already drawn from stock, per elf.
           01 WS-MaxElves PIC 9(8) VALUE 10000.
           01 WS-Posted-Table.
              05 WS-Posted-Cals PIC 9(8) OCCURS 10000 TIMES.
           01 WS-Issued-Record.
              05 WS-Issued-ElveNo   PIC X(8).
              05 FILLER             PIC X(1).
              05 WS-Issued-Calories PIC X(8).
           01 WS-Posted-Record.
              05 WS-Posted-ElveNo   PIC 9(8).
              05 FILLER             PIC X(1) VALUE SPACE.
              05 WS-Posted-Calories PIC 9(8).
           01 WS-ElveNo PIC 9(8).
           01 WS-Issued PIC 9(8).
           01 WS-Delta PIC 9(12).
           01 WS-Remaining PIC 9(12).
           01 WS-Take PIC 9(12).
           01 WS-Elf-Ref PIC X(12).
           01 WS-IssueCals  PIC 9(14) VALUE 0.
           01 WS-ReturnCals PIC 9(14) VALUE 0.
           01 WS-ShortCals  PIC 9(14) VALUE 0.
           01 WS-ShortCount PIC 9(6) VALUE 0.
           01 WS-Cals-Disp PIC Z(13)9.
      *    lock handshake with Lock-Manager - the posting holds
      *    stores-stock.txt exclusively while it rewrites, so the
      *    position report and the issue planners never read a
      *    half-posted master.
           01 WS-Lock-Mode     PIC X(1).
           01 WS-Lock-Resource PIC X(30)
              VALUE "stores-stock.txt".
           01 WS-Lock-Share    PIC X(1).
           01 WS-Lock-Program  PIC X(20)
              VALUE "Day-01-Stock-Post".
           01 WS-Lock-Operator PIC X(3) VALUE "BAT".
           01 WS-Lock-Result   PIC X(1).
           01 WS-Lock-Holder   PIC X(60).
       PROCEDURE DIVISION.
         MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CurrentDate.
         STRING WS-CurrentDate(1:4) "-" WS-CurrentDate(5:2) "-"
                WS-CurrentDate(7:2)
           DELIMITED BY SIZE INTO WS-TodayDate.
         MOVE "A" TO WS-Lock-Mode.
         MOVE "X" TO WS-Lock-Share.
         CALL "Lock-Manager" USING WS-Lock-Mode
           WS-Lock-Resource WS-Lock-Share WS-Lock-Program
           WS-Lock-Operator WS-Lock-Result WS-Lock-Holder.
         IF WS-Lock-Result NOT = "Y"
           DISPLAY "Day-01-Stock-Post: stores-stock.txt is locked by "
             FUNCTION TRIM(WS-Lock-Holder) " - nothing posted"
           MOVE 12 TO RETURN-CODE
           GOBACK
         END-IF.
         PERFORM LOAD-STOCK-MASTER.
         IF WS-TypeCount = 0
           DISPLAY "Day-01-Stock-Post: no ration types on "
             "stores-stock.txt - nothing posted"
           PERFORM RELEASE-STOCK-LOCK
           MOVE 12 TO RETURN-CODE
           GOBACK
         END-IF.
         OPEN EXTEND StockMovements.
         IF WS-Movements-Status = "35"
           OPEN OUTPUT StockMovements
         END-IF.
         PERFORM POST-RECEIPTS.
         PERFORM POST-ISSUES.
         CLOSE StockMovements.
         PERFORM REWRITE-STOCK-MASTER.
         PERFORM RELEASE-STOCK-LOCK.
         MOVE WS-ReceiptCals TO WS-Cals-Disp.
         DISPLAY WS-ReceiptCount " receipt(s) posted, "
           FUNCTION TRIM(WS-Cals-Disp) " calories received".
         MOVE WS-IssueCals TO WS-Cals-Disp.
         DISPLAY FUNCTION TRIM(WS-Cals-Disp)
           " calories issued from stores".
         MOVE WS-ReturnCals TO WS-Cals-Disp.
         DISPLAY FUNCTION TRIM(WS-Cals-Disp)
           " calories returned to stores".
         IF WS-HeldCount > 0
           DISPLAY WS-HeldCount " receipt row(s) left on "
             "stores-receipts.txt for correction"
         END-IF.
         IF WS-ShortCount > 0
           MOVE WS-ShortCals TO WS-Cals-Disp
           DISPLAY WS-ShortCount " issue(s) went SHORT by "
             FUNCTION TRIM(WS-Cals-Disp) " calories in total"
         END-IF.
         IF WS-HeldCount > 0 OR WS-ShortCount > 0
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
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE StockMaster.
           MOVE 0 TO WS-EOF.

         REWRITE-STOCK-MASTER.
           OPEN OUTPUT StockMaster.
           PERFORM VARYING WS-t FROM 1 BY 1 UNTIL WS-t > WS-TypeCount
             MOVE WS-Type-Row(WS-t) TO StockMaster-Line
             WRITE StockMaster-Line
           END-PERFORM.
           CLOSE StockMaster.

         RELEASE-STOCK-LOCK.
           MOVE "R" TO WS-Lock-Mode.
           CALL "Lock-Manager" USING WS-Lock-Mode
             WS-Lock-Resource WS-Lock-Share WS-Lock-Program
             WS-Lock-Operator WS-Lock-Result WS-Lock-Holder.

         POST-RECEIPTS.
           MOVE 0 TO WS-EOF.
           OPEN INPUT StoresReceipts.
           IF WS-Receipts-Error
             EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF = 1
             READ StoresReceipts INTO WS-Receipt-Row
               AT END MOVE 1 TO WS-EOF
               NOT AT END
                 IF WS-Receipt-Row NOT = SPACES
                   PERFORM POST-ONE-RECEIPT
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE StoresReceipts.
           MOVE 0 TO WS-EOF.
      *    posted receipts must never post twice: the file goes back
      *    holding only what could not be posted.
           OPEN OUTPUT StoresReceipts.
           PERFORM VARYING WS-h FROM 1 BY 1 UNTIL WS-h > WS-HeldCount
             MOVE WS-Held-Row(WS-h) TO StoresReceipts-Line
             WRITE StoresReceipts-Line
           END-PERFORM.
           CLOSE StoresReceipts.

         POST-ONE-RECEIPT.
           MOVE WS-Rcpt-Type TO WS-Stock-Type.
           PERFORM FIND-RATION-TYPE.
           MOVE WS-Rcpt-Calories TO WS-NUMVAL-INPUT.
           PERFORM VALIDATE-NUMERIC-FIELD.
           IF WS-Type-Found = 0 OR WS-NUMVAL-IS-INVALID
              OR WS-NUMVAL-RESULT < 1
              OR WS-NUMVAL-RESULT > 999999999999
             IF WS-HeldCount < 1000
               ADD 1 TO WS-HeldCount
               MOVE WS-Receipt-Row TO WS-Held-Row(WS-HeldCount)
             END-IF
             DISPLAY "receipt not posted: "
               FUNCTION TRIM(WS-Receipt-Row)
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-Type-Row(WS-Type-Found) TO WS-Stock-Record.
           ADD WS-NUMVAL-RESULT TO WS-Stock-OnHand.
           MOVE WS-Stock-Record TO WS-Type-Row(WS-Type-Found).
           ADD 1 TO WS-ReceiptCount.
           ADD WS-NUMVAL-RESULT TO WS-ReceiptCals.
           MOVE "RECEIPT" TO WS-Move-Kind.
           MOVE WS-NUMVAL-RESULT TO WS-Move-Calories.
           MOVE WS-Rcpt-Caravan TO WS-Move-Ref.
           PERFORM WRITE-MOVEMENT.

         FIND-RATION-TYPE.
           MOVE 0 TO WS-Type-Found.
           PERFORM VARYING WS-t FROM 1 BY 1
                   UNTIL WS-t > WS-TypeCount OR WS-Type-Found > 0
             IF WS-Type-Row(WS-t)(1:8) = WS-Stock-Type
               MOVE WS-t TO WS-Type-Found
             END-IF
           END-PERFORM.

         WRITE-MOVEMENT.
           MOVE WS-TodayDate TO WS-Move-Date.
           MOVE WS-Stock-Type TO WS-Move-Type.
           MOVE WS-Stock-OnHand TO WS-Move-Balance.
           MOVE WS-Move-Record TO StockMovements-Line.
           WRITE StockMovements-Line.

         POST-ISSUES.
           INITIALIZE WS-Posted-Table.
           MOVE 0 TO WS-EOF.
           OPEN INPUT IssuesPosted.
           IF WS-Posted-OK
             PERFORM UNTIL WS-EOF = 1
               READ IssuesPosted INTO WS-Issued-Record
                 AT END MOVE 1 TO WS-EOF
                 NOT AT END PERFORM LOAD-POSTED-ROW
               END-READ
             END-PERFORM
             CLOSE IssuesPosted
           END-IF.
           MOVE 0 TO WS-EOF.
           OPEN INPUT ProvisionsIssued.
           IF WS-Issued-Error
             EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF = 1
             READ ProvisionsIssued INTO WS-Issued-Record
               AT END MOVE 1 TO WS-EOF
               NOT AT END PERFORM POST-ONE-ISSUE
             END-READ
           END-PERFORM.
           CLOSE ProvisionsIssued.
           MOVE 0 TO WS-EOF.
           OPEN OUTPUT IssuesPosted.
           PERFORM VARYING WS-ElveNo FROM 1 BY 1
                   UNTIL WS-ElveNo > WS-MaxElves
             IF WS-Posted-Cals(WS-ElveNo) > 0
               MOVE WS-ElveNo TO WS-Posted-ElveNo
               MOVE WS-Posted-Cals(WS-ElveNo) TO WS-Posted-Calories
               MOVE WS-Posted-Record TO IssuesPosted-Line
               WRITE IssuesPosted-Line
             END-IF
           END-PERFORM.
           CLOSE IssuesPosted.

         LOAD-POSTED-ROW.
           PERFORM PARSE-ISSUE-ROW.
           IF WS-ElveNo > 0
             MOVE WS-Issued TO WS-Posted-Cals(WS-ElveNo)
           END-IF.

      *    a malformed row is the issue maintenance's business, not
      *    stores' - it simply moves no stock.
         PARSE-ISSUE-ROW.
           MOVE 0 TO WS-ElveNo.
           MOVE WS-Issued-ElveNo TO WS-NUMVAL-INPUT.
           PERFORM VALIDATE-NUMERIC-FIELD.
           IF WS-NUMVAL-IS-INVALID OR WS-NUMVAL-RESULT < 1
              OR WS-NUMVAL-RESULT > WS-MaxElves
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-NUMVAL-RESULT TO WS-ElveNo.
           MOVE WS-Issued-Calories TO WS-NUMVAL-INPUT.
           PERFORM VALIDATE-NUMERIC-FIELD.
           IF WS-NUMVAL-IS-INVALID OR WS-NUMVAL-RESULT < 0
             MOVE 0 TO WS-ElveNo
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-NUMVAL-RESULT TO WS-Issued.

         POST-ONE-ISSUE.
           PERFORM PARSE-ISSUE-ROW.
           IF WS-ElveNo = 0
             EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-Elf-Ref.
           STRING "ELF " WS-ElveNo DELIMITED BY SIZE INTO WS-Elf-Ref.
           IF WS-Issued > WS-Posted-Cals(WS-ElveNo)
             COMPUTE WS-Delta = WS-Issued - WS-Posted-Cals(WS-ElveNo)
             PERFORM DRAW-FROM-STORES
           END-IF.
           IF WS-Issued < WS-Posted-Cals(WS-ElveNo)
             COMPUTE WS-Delta = WS-Posted-Cals(WS-ElveNo) - WS-Issued
             PERFORM RETURN-TO-STORES
           END-IF.
           MOVE WS-Issued TO WS-Posted-Cals(WS-ElveNo).

      *    lowest draw sequence first, moving on to the next ration
      *    type only once one is exhausted.
         DRAW-FROM-STORES.
           MOVE WS-Delta TO WS-Remaining.
           PERFORM FIND-NEXT-DRAW-TYPE.
           PERFORM UNTIL WS-Remaining = 0 OR WS-Draw-Type = 0
             MOVE WS-Type-Row(WS-Draw-Type) TO WS-Stock-Record
             IF WS-Stock-OnHand >= WS-Remaining
               MOVE WS-Remaining TO WS-Take
             ELSE
               MOVE WS-Stock-OnHand TO WS-Take
             END-IF
             SUBTRACT WS-Take FROM WS-Stock-OnHand
             SUBTRACT WS-Take FROM WS-Remaining
             ADD WS-Take TO WS-IssueCals
             MOVE WS-Stock-Record TO WS-Type-Row(WS-Draw-Type)
             MOVE "ISSUE" TO WS-Move-Kind
             MOVE WS-Take TO WS-Move-Calories
             MOVE WS-Elf-Ref TO WS-Move-Ref
             PERFORM WRITE-MOVEMENT
             PERFORM FIND-NEXT-DRAW-TYPE
           END-PERFORM.
           IF WS-Remaining > 0
             ADD 1 TO WS-ShortCount
             ADD WS-Remaining TO WS-ShortCals
             MOVE "ALL" TO WS-Stock-Type
             MOVE ZERO TO WS-Stock-OnHand
             MOVE "SHORT" TO WS-Move-Kind
             MOVE WS-Remaining TO WS-Move-Calories
             MOVE WS-Elf-Ref TO WS-Move-Ref
             PERFORM WRITE-MOVEMENT
           END-IF.

         FIND-NEXT-DRAW-TYPE.
           MOVE 0 TO WS-Draw-Type.
           MOVE 999 TO WS-Draw-Seq.
           PERFORM VARYING WS-t FROM 1 BY 1 UNTIL WS-t > WS-TypeCount
             MOVE WS-Type-Row(WS-t) TO WS-Stock-Record
             IF WS-Stock-OnHand > 0
                AND WS-Stock-DrawSeq < WS-Draw-Seq
               MOVE WS-t TO WS-Draw-Type
               MOVE WS-Stock-DrawSeq TO WS-Draw-Seq
             END-IF
           END-PERFORM.

      *    returned calories go back on the first ration type in
      *    draw order, whether or not it is currently empty.
         RETURN-TO-STORES.
           MOVE 1 TO WS-Draw-Type.
           MOVE 999 TO WS-Draw-Seq.
           PERFORM VARYING WS-t FROM 1 BY 1 UNTIL WS-t > WS-TypeCount
             MOVE WS-Type-Row(WS-t) TO WS-Stock-Record
             IF WS-Stock-DrawSeq < WS-Draw-Seq
               MOVE WS-t TO WS-Draw-Type
               MOVE WS-Stock-DrawSeq TO WS-Draw-Seq
             END-IF
           END-PERFORM.
           MOVE WS-Type-Row(WS-Draw-Type) TO WS-Stock-Record.
           ADD WS-Delta TO WS-Stock-OnHand.
           MOVE WS-Stock-Record TO WS-Type-Row(WS-Draw-Type).
           ADD WS-Delta TO WS-ReturnCals.
           MOVE "RETURN" TO WS-Move-Kind.
           MOVE WS-Delta TO WS-Move-Calories.
           MOVE WS-Elf-Ref TO WS-Move-Ref.
           PERFORM WRITE-MOVEMENT.

         COPY "NUMVALP.cpy".
