          05 UPDATE-COLOR  PIC 9.
          05 UPDATE-TAG    PIC 9.
          05 UPDATE-PRIORITY PIC 9.
          05 UPDATE-ASSIGNEE PIC X(8).
             88 UPDATE-ASSIGNEE-CLEAR VALUE '*NONE'.
          05 UPDATE-EST-HOURS PIC 9(3)V9.
          05 UPDATE-DUE-DATE PIC X(8).
             88 UPDATE-DUE-DATE-CLEAR VALUE '*NONE'.
          05 UPDATE-EXT-REF PIC X(12).
             88 UPDATE-EXT-REF-CLEAR VALUE '*NONE'.
          05 FILTER-TAG PIC 9.
          05 FILTER-TAG-SWITCH PIC X(1).
             88 FILTER-TAG-ACTIVE VALUE 'Y'.
             88 ACTION-ERR-CAPACITY   VALUE 4.
             88 ACTION-ERR-LOCKED     VALUE 5.
             88 ACTION-ERR-BLOCKED    VALUE 6.
             88 ACTION-ERR-ASSIGNEE   VALUE 7.
             88 ACTION-ERR-DUP-REF    VALUE 8.
             88 ACTION-ERR-RETIRED    VALUE 9.
          05 LIST-NAME PIC X(30).
