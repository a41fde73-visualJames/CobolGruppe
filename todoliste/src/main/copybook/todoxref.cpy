       01 XREF-PARMS.
          05 XREF-ACTION-CODE PIC X(2).
             88 XREF-ACTION-LOOKUP VALUE 'LK'.
             88 XREF-ACTION-REPORT VALUE 'RP'.
          05 XREF-LIST-COUNT PIC 9(03).
          05 XREF-RETIRED-SW PIC X(1).
             88 XREF-INCLUDE-RETIRED VALUE 'Y'.
          05 XREF-LIST-NAME OCCURS 20 TIMES PIC X(30).
          05 XREF-EXT-REF PIC X(12).
          05 XREF-SKIP-LIST PIC X(30).
          05 XREF-SKIP-ID PIC 9(5).
          05 XREF-MATCH-COUNT PIC 9(05).
          05 XREF-FOUND-LIST PIC X(30).
          05 XREF-FOUND-ID PIC 9(5).
          05 XREF-FOUND-STATUS PIC 9.
          05 XREF-FOUND-COLOR PIC 9.
          05 XREF-FOUND-TAG PIC 9.
          05 XREF-RETURN-CODE PIC 9(02).
             88 XREF-OK             VALUE 0.
             88 XREF-NOT-FOUND      VALUE 1.
             88 XREF-NOT-UNIQUE     VALUE 2.
             88 XREF-ERR-BLANK-REF  VALUE 3.
             88 XREF-TRUNCATED      VALUE 4.
             88 XREF-LIST-RETIRED   VALUE 9.
