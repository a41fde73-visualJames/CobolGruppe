       01 WS-HOLIDAY-LINE.
          05 WS-HOL-DATE        PIC X(8).
          05 FILLER             PIC X(1) VALUE SPACE.
          05 WS-HOL-DESCRIPTION PIC X(30).
