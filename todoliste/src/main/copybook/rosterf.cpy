       01 WS-ROSTER-PATH     PIC X(60).
       01 WS-ROSTER-EOF      PIC A(1).
       01 WS-ROSTER-CHECK-ID PIC X(8).
       01 WS-ROSTER-MATCH-SW PIC X(1) VALUE 'N'.
          88 PERSON-ON-ROSTER VALUE 'Y'.
