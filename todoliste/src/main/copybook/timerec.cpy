       01 WS-TIME-LINE.
          05 WS-TIME-TIMESTAMP PIC X(21).
          05 FILLER            PIC X(1) VALUE SPACE.
          05 WS-TIME-ITEM-ID   PIC 9(5).
          05 FILLER            PIC X(1) VALUE SPACE.
          05 WS-TIME-WORK-DATE PIC X(8).
          05 FILLER            PIC X(1) VALUE SPACE.
          05 WS-TIME-PERSON    PIC X(8).
          05 FILLER            PIC X(1) VALUE SPACE.
          05 WS-TIME-HOURS     PIC 9(3)V9.
