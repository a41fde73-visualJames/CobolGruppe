       01 KPIRPT-PARMS.
          05 LIST-NAME PIC X(30).
          05 KPIRPT-AS-OF-DATE PIC X(8).
          05 KPIRPT-RETURN-CODE PIC 9(02).
             88 KPIRPT-OK           VALUE 0.
             88 KPIRPT-ERR-BAD-DATE VALUE 3.
             88 KPIRPT-TRUNCATED    VALUE 4.
