       01 DUPCHK-PARMS.
          05 DUPCHK-LIST-COUNT PIC 9(03).
          05 DUPCHK-LIST-NAME OCCURS 20 TIMES PIC X(30).
          05 DUPCHK-PAIR-COUNT PIC 9(05).
          05 DUPCHK-RETURN-CODE PIC 9(02).
             88 DUPCHK-OK        VALUE 0.
             88 DUPCHK-FOUND     VALUE 1.
             88 DUPCHK-TRUNCATED VALUE 4.
