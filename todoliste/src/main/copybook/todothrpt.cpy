       01 THRPT-PARMS.
          05 LIST-NAME PIC X(30).
          05 THRPT-DATE-FROM PIC X(8).
