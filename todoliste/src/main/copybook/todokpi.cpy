       01 KPI-PARMS.
          05 LIST-NAME PIC X(30).
          05 KPI-RUN-DATE PIC X(8).
          05 KPI-RETURN-CODE PIC 9(02).
             88 KPI-OK               VALUE 0.
             88 KPI-ALREADY-RECORDED VALUE 1.
             88 KPI-ERR-BAD-DATE     VALUE 3.
