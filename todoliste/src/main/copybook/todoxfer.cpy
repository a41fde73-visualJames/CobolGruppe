       01 XFER-PARMS.
          05 XFER-ITEM-ID PIC 9(5).
          05 XFER-SOURCE-LIST PIC X(30).
          05 XFER-TARGET-LIST PIC X(30).
          05 XFER-NEW-ITEM-ID PIC 9(5).
          05 XFER-NOTE-COUNT PIC 9(5).
          05 XFER-TIME-COUNT PIC 9(5).
          05 XFER-RETURN-CODE PIC 9(02).
             88 XFER-OK            VALUE 0.
             88 XFER-NOT-FOUND     VALUE 1.
             88 XFER-ERR-LIST-NAME VALUE 2.
             88 XFER-ERR-HAS-DEPS  VALUE 3.
             88 XFER-ERR-CAPACITY  VALUE 4.
             88 XFER-ERR-LOCKED    VALUE 5.
             88 XFER-ERR-WRITE     VALUE 6.
             88 XFER-ERR-RETIRED   VALUE 9.
