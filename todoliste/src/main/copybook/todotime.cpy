       01 TIME-PARMS.
          05 TIME-ACTION-CODE PIC X(2).
             88 TIME-ACTION-ADD    VALUE 'AD'.
             88 TIME-ACTION-REPORT VALUE 'RP'.
          05 TIME-ITEM-ID PIC 9(5).
          05 TIME-WORK-DATE PIC X(8).
          05 TIME-PERSON PIC X(8).
          05 TIME-HOURS PIC 9(3)V9.
          05 TIME-TOTAL-HOURS PIC 9(5)V9.
          05 TIME-RETURN-CODE PIC 9(02).
             88 TIME-OK            VALUE 0.
             88 TIME-ERR-NOT-FOUND VALUE 1.
             88 TIME-ERR-BAD-DATE  VALUE 2.
             88 TIME-ERR-BAD-HOURS VALUE 3.
             88 TIME-ERR-PERSON    VALUE 7.
             88 TIME-ERR-RETIRED   VALUE 9.
          05 LIST-NAME PIC X(30).
