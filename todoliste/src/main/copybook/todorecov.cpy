       01 RECOV-PARMS.
          05 LIST-NAME PIC X(30).
          05 RECOV-SNAP-DATE PIC X(8).
          05 RECOV-TARGET-TS PIC X(14).
          05 RECOV-APPLIED-COUNT PIC 9(7).
          05 RECOV-SKIPPED-COUNT PIC 9(7).
          05 RECOV-RETURN-CODE PIC 9(02).
             88 RECOV-OK             VALUE 0.
             88 RECOV-NOT-FOUND      VALUE 1.
             88 RECOV-ERR-INCOMPLETE VALUE 2.
             88 RECOV-ERR-TARGET     VALUE 3.
             88 RECOV-ERR-CAPACITY   VALUE 4.
             88 RECOV-ERR-LOCKED     VALUE 5.
             88 RECOV-ERR-RETIRED    VALUE 9.
