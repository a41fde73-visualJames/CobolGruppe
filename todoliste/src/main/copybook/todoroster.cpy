       01 ROSTER-PARMS.
          05 ROSTER-ACTION-CODE PIC X(2).
             88 ROSTER-ACTION-ADD    VALUE 'AD'.
             88 ROSTER-ACTION-UPDATE VALUE 'UP'.
             88 ROSTER-ACTION-RETIRE VALUE 'RT'.
             88 ROSTER-ACTION-REPORT VALUE 'RP'.
          05 ROSTER-PERSON-ID PIC X(8).
          05 ROSTER-PERSON-NAME PIC X(30).
          05 ROSTER-RETURN-CODE PIC 9(02).
             88 ROSTER-OK            VALUE 0.
             88 ROSTER-ERR-BLANK     VALUE 1.
             88 ROSTER-ERR-NOT-FOUND VALUE 2.
             88 ROSTER-ERR-DUPLICATE VALUE 3.
             88 ROSTER-ERR-CAPACITY  VALUE 4.
             88 ROSTER-ERR-LOCKED    VALUE 5.
