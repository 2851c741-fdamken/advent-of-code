      *    change is appended to issue-change-audit.txt with the date
      *    and the signed-on operator (Operator-Signon fronts every
      *    session, per shop policy).
      *    an ADD or SET that validates is held on master-changes.txt
      *    through Change-Control rather than applied on one
      *    operator's say-so, and two more modes close it -
      *      APPROVE <ref>        a supervisor other than the maker
      *                           replays the held change under their
      *                           own sign-on, checked again against
      *                           the file as it now stands; the
      *                           journal row carries both operator
      *                           ids
      *      REJECT <ref>         a supervisor other than the maker
      *                           drops it
      *    a change left pending past pending-change-hours expires.
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           01 WS-Operator-Id    PIC X(3).
           01 WS-Operator-Name  PIC X(30).
           01 WS-Operator-Level PIC X(1).
           88 WS-Operator-Supervisor VALUE "2".
           01 WS-Signon-Action  PIC X(60).
           01 WS-Signon-Found   PIC X(1).
      *    maker-checker hand-off with Change-Control - a change is
      *    held pending until a second supervisor approves it.
           01 WS-Change-Mode     PIC X(1).
           01 WS-Change-Ref      PIC 9(06).
           01 WS-Change-Program  PIC X(20)
              VALUE "Day-01-Issued-Maint".
           01 WS-Change-Request  PIC X(140).
           01 WS-Change-Maker    PIC X(3).
           01 WS-Change-Status   PIC X(1).
           01 WS-Change-Found    PIC X(1).
           01 WS-Change-Applying PIC 9 VALUE 0.
           01 WS-Change-Applied  PIC 9 VALUE 0.
           01 WS-Change-Ref-Disp PIC Z(5)9.
           01 WS-Arg-Ref         PIC X(10).
       PROCEDURE DIVISION.
         MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CurrentDate.
         STRING WS-CurrentDate(1:4) "-" WS-CurrentDate(5:2) "-"
                WS-CurrentDate(7:2)
           DELIMITED BY SIZE INTO WS-TodayDate.
         ACCEPT WS-Param-Line FROM COMMAND-LINE.
         PERFORM SPLIT-PARAM-LINE.
         MOVE "S" TO WS-Signon-Mode.
         CALL "Operator-Signon" USING WS-Signon-Mode
           WS-Signon-Program WS-Operator-Id WS-Operator-Name
         IF WS-Signon-Found NOT = "Y"
           GOBACK
         END-IF.
         IF WS-Mode = "APPROVE" OR WS-Mode = "REJECT"
           PERFORM REVIEW-PENDING-CHANGE
           IF WS-Change-Applying = 0
             GOBACK
           END-IF
         END-IF.
         PERFORM LOAD-ISSUE-ROWS.
         EVALUATE WS-Mode
           WHEN "LIST" PERFORM LIST-ISSUE-ROWS
           WHEN "SET"  PERFORM CHANGE-ISSUE-ROW
           WHEN OTHER
             DISPLAY "Day-01-Issued-Maint: usage is LIST, "
               "ADD <elf> <calories>, SET <elf> <calories>, "
               "APPROVE <ref> or REJECT <ref>"
         END-EVALUATE.
         IF WS-Roster-Open = 1
           CLOSE ElveRoster
         END-IF.
         IF WS-Change-Applying = 1
           PERFORM CLOSE-APPROVED-CHANGE
         END-IF.
         GOBACK.

         SPLIT-PARAM-LINE.
           MOVE SPACES TO WS-Mode.
           MOVE SPACES TO WS-Arg-Elf.
           MOVE SPACES TO WS-Arg-Cals.
           UNSTRING WS-Param-Line DELIMITED BY ALL SPACE
             INTO WS-Mode WS-Arg-Elf WS-Arg-Cals
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(WS-Mode) TO WS-Mode.

      *    APPROVE and REJECT take a second supervisor, and never
      *    the maker. an approved change's command line becomes this
      *    run's, so it goes through ADD or SET exactly as first
      *    typed.
         REVIEW-PENDING-CHANGE.
           IF NOT WS-Operator-Supervisor
             DISPLAY FUNCTION TRIM(WS-Mode) " takes a supervisor "
               "- nothing changed"
             EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-Arg-Ref.
           UNSTRING WS-Param-Line DELIMITED BY ALL SPACE
             INTO WS-Mode WS-Arg-Ref
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(WS-Mode) TO WS-Mode.
           MOVE WS-Arg-Ref TO WS-NUMVAL-INPUT.
           PERFORM VALIDATE-NUMERIC-FIELD.
           IF WS-NUMVAL-IS-INVALID OR WS-Arg-Ref = SPACES
             DISPLAY FUNCTION TRIM(WS-Mode)
               " needs a pending change reference"
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-NUMVAL-RESULT TO WS-Change-Ref.
           MOVE WS-Change-Ref TO WS-Change-Ref-Disp.
           MOVE "F" TO WS-Change-Mode.
           PERFORM CALL-CHANGE-CONTROL.
           IF WS-Change-Found NOT = "Y"
              OR WS-Change-Program NOT = "Day-01-Issued-Maint"
             DISPLAY "no change " FUNCTION TRIM(WS-Change-Ref-Disp)
               " is held for Day-01-Issued-Maint"
             EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-Change-Status
             WHEN "A"
               DISPLAY "change " FUNCTION TRIM(WS-Change-Ref-Disp)
                 " was applied already"
               EXIT PARAGRAPH
             WHEN "R"
               DISPLAY "change " FUNCTION TRIM(WS-Change-Ref-Disp)
                 " was rejected"
               EXIT PARAGRAPH
             WHEN "E"
               DISPLAY "change " FUNCTION TRIM(WS-Change-Ref-Disp)
                 " has expired - the maker must make it again"
               EXIT PARAGRAPH
           END-EVALUATE.
           IF WS-Change-Maker = WS-Operator-Id
             DISPLAY "change " FUNCTION TRIM(WS-Change-Ref-Disp)
               " is your own - a second supervisor must "
               FUNCTION TRIM(WS-Mode) " it"
             EXIT PARAGRAPH
           END-IF.
           IF WS-Mode = "REJECT"
             MOVE "R" TO WS-Change-Mode
             PERFORM CALL-CHANGE-CONTROL
             IF WS-Change-Found = "Y"
               DISPLAY "change " FUNCTION TRIM(WS-Change-Ref-Disp)
                 " rejected - nothing changed"
               MOVE SPACES TO WS-Signon-Action
               STRING "REJECT change " WS-Change-Ref " maker "
                 WS-Change-Maker " checker " WS-Operator-Id
                 DELIMITED BY SIZE INTO WS-Signon-Action
               PERFORM JOURNAL-OPERATOR-ACTION
             END-IF
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-Change-Request TO WS-Param-Line.
           PERFORM SPLIT-PARAM-LINE.
           MOVE 1 TO WS-Change-Applying.

         HOLD-PENDING-CHANGE.
           MOVE "H" TO WS-Change-Mode.
           MOVE WS-Param-Line TO WS-Change-Request.
           PERFORM CALL-CHANGE-CONTROL.
           IF WS-Change-Found NOT = "Y"
             DISPLAY "the change could not be held - nothing "
               "changed"
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-Change-Ref TO WS-Change-Ref-Disp.
           DISPLAY "change held pending as "
             FUNCTION TRIM(WS-Change-Ref-Disp)
             " - a second supervisor must run Day-01-Issued-Maint "
             "APPROVE " FUNCTION TRIM(WS-Change-Ref-Disp).
           MOVE SPACES TO WS-Signon-Action.
           STRING "HOLD change " WS-Change-Ref " "
             FUNCTION TRIM(WS-Param-Line)
             DELIMITED BY SIZE INTO WS-Signon-Action.
           PERFORM JOURNAL-OPERATOR-ACTION.

      *    the journal row carries both ids: the checker signed on,
      *    the maker named in the action.
         CLOSE-APPROVED-CHANGE.
           IF WS-Change-Applied = 0
             DISPLAY "change " FUNCTION TRIM(WS-Change-Ref-Disp)
               " was not applied - it stays pending"
             EXIT PARAGRAPH
           END-IF.
           MOVE "A" TO WS-Change-Mode.
           PERFORM CALL-CHANGE-CONTROL.
           IF WS-Change-Found NOT = "Y"
             DISPLAY "change " FUNCTION TRIM(WS-Change-Ref-Disp)
               " applied but not closed on master-changes.txt"
           END-IF.
           MOVE SPACES TO WS-Signon-Action.
           STRING "APPLY change " WS-Change-Ref " maker "
             WS-Change-Maker " checker " WS-Operator-Id
             DELIMITED BY SIZE INTO WS-Signon-Action.
           PERFORM JOURNAL-OPERATOR-ACTION.

         CALL-CHANGE-CONTROL.
           CALL "Change-Control" USING WS-Change-Mode WS-Change-Ref
             WS-Change-Program WS-Operator-Id WS-Change-Request
             WS-Change-Maker WS-Change-Status WS-Change-Found.

         JOURNAL-OPERATOR-ACTION.
           MOVE "J" TO WS-Signon-Mode.
           CALL "Operator-Signon" USING WS-Signon-Mode
             WS-Signon-Program WS-Operator-Id WS-Operator-Name
             WS-Operator-Level WS-Signon-Action WS-Signon-Found.

         LOAD-ISSUE-ROWS.
           MOVE 0 TO WS-EOF.
           OPEN INPUT ProvisionsIssued.
             MOVE WS-Row-Calories(WS-r) TO WS-Old-Calories
           END-IF.
           MOVE WS-Calories TO WS-Row-Calories(WS-r).
           IF WS-Change-Applying = 0
             PERFORM HOLD-PENDING-CHANGE
             EXIT PARAGRAPH
           END-IF.
           MOVE "A" TO WS-Lock-Mode.
           MOVE "X" TO WS-Lock-Share.
           CALL "Lock-Manager" USING WS-Lock-Mode WS-Lock-Resource
           CALL "Operator-Signon" USING WS-Signon-Mode
             WS-Signon-Program WS-Operator-Id WS-Operator-Name
             WS-Operator-Level WS-Signon-Action WS-Signon-Found.
           MOVE 1 TO WS-Change-Applied.

         COPY "NUMVALP.cpy".
