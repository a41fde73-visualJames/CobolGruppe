       01 SNAP-PARMS.
          05 LIST-NAME PIC X(30).
          05 SNAP-DATE PIC X(8).
          05 SNAP-ITEM-COUNT PIC 9(05).
          05 SNAP-RETURN-CODE PIC 9(02).
             88 SNAP-OK          VALUE 0.
             88 SNAP-ERR-LOCKED  VALUE 5.
