       01 HOLID-PARMS.
          05 HOLID-ACTION-CODE PIC X(2).
             88 HOLID-ACTION-ADD    VALUE 'AD'.
             88 HOLID-ACTION-DELETE VALUE 'DE'.
             88 HOLID-ACTION-REPORT VALUE 'RP'.
          05 HOLID-DATE PIC X(8).
          05 HOLID-DESCRIPTION PIC X(30).
          05 HOLID-RETURN-CODE PIC 9(02).
             88 HOLID-OK            VALUE 0.
             88 HOLID-ERR-BLANK     VALUE 1.
             88 HOLID-ERR-NOT-FOUND VALUE 2.
             88 HOLID-ERR-DUPLICATE VALUE 3.
             88 HOLID-ERR-CAPACITY  VALUE 4.
             88 HOLID-ERR-LOCKED    VALUE 5.
             88 HOLID-ERR-BAD-DATE  VALUE 6.
