      *    SHARED RECORD LAYOUT FOR STORES-STOCK.TXT, THE
      *    QUARTERMASTER'S STOCK MASTER: ONE ROW PER RATION TYPE WITH
      *    THE CALORIES ON HAND, THE ORDER ISSUES DRAW ON IT (LOWEST
      *    DRAW SEQUENCE FIRST), THE COVER IN DAYS OF CONSUMPTION
      *    BELOW WHICH A REORDER IS RAISED, AND A DESCRIPTION.
      *    REWRITTEN ONLY BY DAY-01-STOCK-POST, READ BY THE STOCK
      *    POSITION REPORT AND BY THE ISSUE PLANNERS' COVER CHECK.
           01 WS-Stock-Record.
              05 WS-Stock-Type       PIC X(8).
              05 FILLER              PIC X(1) VALUE SPACE.
              05 WS-Stock-DrawSeq    PIC 9(2).
              05 FILLER              PIC X(1) VALUE SPACE.
              05 WS-Stock-OnHand     PIC 9(12).
              05 FILLER              PIC X(1) VALUE SPACE.
              05 WS-Stock-CoverDays  PIC 9(3).
              05 FILLER              PIC X(1) VALUE SPACE.
              05 WS-Stock-Desc       PIC X(20).
