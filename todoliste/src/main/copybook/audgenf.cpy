       01 WS-AUDCTL-PATH      PIC X(60).
       01 WS-AUDGEN-EOF       PIC A(1).
       01 WS-AUDGEN-COUNT     PIC 9(3).
       01 WS-AUDGEN-IX        PIC 9(3).
       01 WS-MAX-AUDGENS      PIC 9(3) VALUE 120.
       01 AUDIT-GENERATIONS.
          05 AUDIT-GEN OCCURS 120 TIMES.
             10 AG-GEN-DATE PIC X(8).
             10 AG-GEN-PATH PIC X(60).
             10 AG-COUNT    PIC 9(7).
             10 AG-FIRST-TS PIC X(21).
             10 AG-LAST-TS  PIC X(21).
