       01 WS-HOLIDAY-PATH    PIC X(60).
       01 WS-HOLIDAY-EOF     PIC A(1).
