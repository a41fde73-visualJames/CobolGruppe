       01 WS-FEEDCK-LINE.
          05 WS-FEEDCK-FEED-NAME PIC X(60).
          05 FILLER              PIC X(1) VALUE SPACE.
          05 WS-FEEDCK-LINE-NO   PIC 9(7).
          05 FILLER              PIC X(1) VALUE SPACE.
          05 WS-FEEDCK-APPLIED   PIC 9(5).
          05 FILLER              PIC X(1) VALUE SPACE.
          05 WS-FEEDCK-REJECTED  PIC 9(5).
          05 FILLER              PIC X(1) VALUE SPACE.
          05 WS-FEEDCK-TIMESTAMP PIC X(21).
          05 FILLER              PIC X(1) VALUE SPACE.
          05 WS-FEEDCK-READ      PIC 9(7).
