       01 WS-KPI-LINE.
          05 WS-KPI-DATE        PIC X(8).
          05 FILLER             PIC X(1) VALUE SPACE.
          05 WS-KPI-LIST-NAME   PIC X(30).
          05 FILLER             PIC X(1) VALUE SPACE.
          05 WS-KPI-OPEN        PIC 9(5).
          05 FILLER             PIC X(1) VALUE SPACE.
          05 WS-KPI-DOING       PIC 9(5).
          05 FILLER             PIC X(1) VALUE SPACE.
          05 WS-KPI-DONE        PIC 9(5).
          05 FILLER             PIC X(1) VALUE SPACE.
          05 WS-KPI-CANCELED    PIC 9(5).
          05 FILLER             PIC X(1) VALUE SPACE.
          05 WS-KPI-OVERDUE     PIC 9(5).
          05 FILLER             PIC X(1) VALUE SPACE.
          05 WS-KPI-URGENT      PIC 9(5).
          05 FILLER             PIC X(1) VALUE SPACE.
          05 WS-KPI-ADDED       PIC 9(5).
          05 FILLER             PIC X(1) VALUE SPACE.
          05 WS-KPI-CLOSED      PIC 9(5).
          05 FILLER             PIC X(1) VALUE SPACE.
          05 WS-KPI-ARCHIVED    PIC 9(5).
