       01 AUDROL-PARMS.
          05 LIST-NAME PIC X(30).
          05 AUDROL-CUTOFF-DATE PIC X(8).
          05 AUDROL-ROLLED-COUNT PIC 9(7).
          05 AUDROL-RETURN-CODE PIC 9(02).
             88 AUDROL-OK           VALUE 0.
             88 AUDROL-ERR-INPUT    VALUE 1.
             88 AUDROL-ERR-TOTALS   VALUE 2.
             88 AUDROL-ERR-LOCKED   VALUE 5.
