       01 WS-KPI-PATH        PIC X(60).
       01 WS-KPI-EOF         PIC A(1).
