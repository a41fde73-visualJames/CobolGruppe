       01 WS-RETIRE-CHECK-LIST PIC X(30).
       01 WS-RETIRE-EOF        PIC A(1).
       01 WS-LIST-RETIRED-SW   PIC X(1) VALUE 'N'.
          88 LIST-IS-RETIRED VALUE 'Y'.
       01 WS-LIST-ON-REG-SW    PIC X(1) VALUE 'N'.
          88 LIST-ON-REGISTRY VALUE 'Y'.
