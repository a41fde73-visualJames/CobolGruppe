       01 MERGE-PARMS.
          05 MERGE-SURV-LIST PIC X(30).
          05 MERGE-SURV-ID PIC 9(5).
          05 MERGE-DUP-LIST PIC X(30).
          05 MERGE-DUP-ID PIC 9(5).
          05 MERGE-NOTE-COUNT PIC 9(5).
          05 MERGE-DEP-COUNT PIC 9(5).
          05 MERGE-TIME-COUNT PIC 9(5).
          05 MERGE-RETURN-CODE PIC 9(02).
             88 MERGE-OK            VALUE 0.
             88 MERGE-NOT-FOUND     VALUE 1.
             88 MERGE-ERR-LIST-NAME VALUE 2.
             88 MERGE-ERR-HAS-DEPS  VALUE 3.
             88 MERGE-ERR-CAPACITY  VALUE 4.
             88 MERGE-ERR-LOCKED    VALUE 5.
             88 MERGE-ERR-STATUS    VALUE 6.
             88 MERGE-ERR-WRITE     VALUE 7.
             88 MERGE-ERR-EXT-REF   VALUE 8.
             88 MERGE-ERR-RETIRED   VALUE 9.
