       01 WKLOAD-PARMS.
          05 WKLOAD-LIST-COUNT PIC 9(03).
          05 WKLOAD-LIST-NAME OCCURS 20 TIMES PIC X(30).
