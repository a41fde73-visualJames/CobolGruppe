       01 WS-AUDCTL-LINE.
          05 WS-AUDCTL-GEN-DATE PIC X(8).
          05 FILLER             PIC X(1) VALUE SPACE.
          05 WS-AUDCTL-GEN-PATH PIC X(60).
          05 FILLER             PIC X(1) VALUE SPACE.
          05 WS-AUDCTL-COUNT    PIC 9(7).
          05 FILLER             PIC X(1) VALUE SPACE.
          05 WS-AUDCTL-FIRST-TS PIC X(21).
          05 FILLER             PIC X(1) VALUE SPACE.
          05 WS-AUDCTL-LAST-TS  PIC X(21).
