       01 FEED-PARMS.
          05 FEED-FILE-NAME PIC X(60).
          05 FEED-READ-COUNT PIC 9(07).
          05 FEED-APPLIED-COUNT PIC 9(05).
          05 FEED-REJECTED-COUNT PIC 9(05).
          05 FEED-RESTART-LINE PIC 9(07).
          05 FEED-RETURN-CODE PIC 9(02).
             88 FEED-OK             VALUE 0.
             88 FEED-ERR-INPUT      VALUE 1.
             88 FEED-ERR-OTHER-FEED VALUE 2.
             88 FEED-ERR-LOCKED     VALUE 5.
