       01 BDAY-PARMS.
          05 BDAY-ACTION-CODE PIC X(2).
             88 BDAY-ACTION-NEXT-WORKDAY VALUE 'NX'.
             88 BDAY-ACTION-COUNT        VALUE 'CT'.
          05 BDAY-DATE-FROM PIC 9(8).
          05 BDAY-DATE-TO PIC 9(8).
          05 BDAY-RESULT-DATE PIC 9(8).
          05 BDAY-DAY-COUNT PIC S9(7).
          05 BDAY-RETURN-CODE PIC 9(02).
             88 BDAY-OK           VALUE 0.
             88 BDAY-ERR-BAD-DATE VALUE 3.
             88 BDAY-TRUNCATED    VALUE 4.
