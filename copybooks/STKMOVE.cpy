      *    SHARED RECORD LAYOUT FOR STOCK-MOVEMENTS.TXT, THE STORES
      *    MOVEMENT LOG APPENDED BY DAY-01-STOCK-POST: ONE ROW PER
      *    RECEIPT (A CARAVAN'S DELIVERY), ISSUE (CALORIES DRAWN FOR
      *    AN ELF), RETURN (AN ISSUE CORRECTED DOWNWARDS) OR SHORT
      *    (AN ISSUE THE STORES COULD NOT COVER), WITH THE RATION
      *    TYPE'S BALANCE LEFT AFTER IT. THE STOCK POSITION REPORT
      *    DERIVES DAILY CONSUMPTION FROM THE ISSUE ROWS.
           01 WS-Move-Record.
              05 WS-Move-Date     PIC X(10).
              05 FILLER           PIC X(1) VALUE SPACE.
              05 WS-Move-Kind     PIC X(7).
              05 FILLER           PIC X(1) VALUE SPACE.
              05 WS-Move-Type     PIC X(8).
              05 FILLER           PIC X(1) VALUE SPACE.
              05 WS-Move-Calories PIC 9(12).
              05 FILLER           PIC X(1) VALUE SPACE.
              05 WS-Move-Ref      PIC X(12).
              05 FILLER           PIC X(1) VALUE SPACE.
              05 WS-Move-Balance  PIC 9(12).
