       01 TSHEET-PARMS.
          05 TSHEET-WEEK-START PIC X(8).
          05 TSHEET-LIST-COUNT PIC 9(03).
          05 TSHEET-LIST-NAME OCCURS 20 TIMES PIC X(30).
          05 TSHEET-ITEM-COUNT PIC 9(05).
          05 TSHEET-OVER-COUNT PIC 9(05).
          05 TSHEET-RETURN-CODE PIC 9(02).
             88 TSHEET-OK          VALUE 0.
             88 TSHEET-ERR-DATE    VALUE 1.
             88 TSHEET-TRUNCATED   VALUE 4.
