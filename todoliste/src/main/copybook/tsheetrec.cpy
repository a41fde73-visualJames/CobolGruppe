       01 WS-TSHEET-LINE.
          05 WS-TSH-WEEK-START  PIC X(8).
          05 FILLER             PIC X(1) VALUE SPACE.
          05 WS-TSH-LIST-NAME   PIC X(30).
          05 FILLER             PIC X(1) VALUE SPACE.
          05 WS-TSH-ITEM-ID     PIC 9(5).
          05 FILLER             PIC X(1) VALUE SPACE.
          05 WS-TSH-TAG         PIC X(4).
          05 FILLER             PIC X(1) VALUE SPACE.
          05 WS-TSH-CONTENT     PIC X(35).
          05 FILLER             PIC X(1) VALUE SPACE.
          05 WS-TSH-EST-HOURS   PIC ZZ9.9.
          05 FILLER             PIC X(1) VALUE SPACE.
          05 WS-TSH-WEEK-HOURS  PIC ZZZ9.9.
          05 FILLER             PIC X(1) VALUE SPACE.
          05 WS-TSH-TODATE-HOURS PIC ZZZZ9.9.
          05 FILLER             PIC X(1) VALUE SPACE.
          05 WS-TSH-OVER-FLAG   PIC X(4).
