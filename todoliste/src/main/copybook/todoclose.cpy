       01 CLOSE-PARMS.
          05 LIST-NAME PIC X(30).
          05 CLOSE-DISPOSITION PIC X(2).
             88 CLOSE-MOVE-OPEN   VALUE 'MV'.
             88 CLOSE-CANCEL-OPEN VALUE 'CN'.
          05 CLOSE-SUCCESSOR-LIST PIC X(30).
          05 CLOSE-SIGNED-OFF-BY PIC X(8).
          05 CLOSE-OPEN-COUNT PIC 9(05).
          05 CLOSE-MOVED-COUNT PIC 9(05).
          05 CLOSE-CANCELED-COUNT PIC 9(05).
          05 CLOSE-ARCHIVED-COUNT PIC 9(05).
          05 CLOSE-RETURN-CODE PIC 9(02).
             88 CLOSE-OK             VALUE 0.
             88 CLOSE-ERR-BLANK      VALUE 1.
             88 CLOSE-ERR-SUCCESSOR  VALUE 2.
             88 CLOSE-ERR-BAD-VALUE  VALUE 3.
             88 CLOSE-ERR-INCOMPLETE VALUE 4.
             88 CLOSE-ERR-LOCKED     VALUE 5.
             88 CLOSE-ERR-NOT-FOUND  VALUE 6.
             88 CLOSE-ERR-SIGNER     VALUE 7.
             88 CLOSE-ERR-SUMMARY    VALUE 8.
             88 CLOSE-ERR-RETIRED    VALUE 9.
