             88 NOTE-OK            VALUE 0.
             88 NOTE-ERR-BLANK     VALUE 1.
             88 NOTE-ERR-TOO-LONG  VALUE 2.
             88 NOTE-ERR-RETIRED   VALUE 9.
          05 LIST-NAME PIC X(30).
