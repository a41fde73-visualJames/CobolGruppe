       01 WS-ITEM-IMAGE.
          05 IMG-ITEM-CONTENT     PIC X(35).
          05 FILLER               PIC X(1) VALUE SPACE.
          05 IMG-ITEM-DUE-DATE    PIC X(8).
          05 FILLER               PIC X(1) VALUE SPACE.
          05 IMG-ITEM-STATUS      PIC 9.
          05 IMG-ITEM-COLOR       PIC 9.
          05 IMG-ITEM-TAG         PIC 9.
          05 IMG-ITEM-REPEAT-DAYS PIC 9(03).
          05 IMG-ITEM-PRIORITY    PIC 9.
          05 FILLER               PIC X(1) VALUE SPACE.
          05 IMG-ITEM-ASSIGNEE    PIC X(8).
          05 FILLER               PIC X(1) VALUE SPACE.
          05 IMG-ITEM-EST-HOURS   PIC 9(3)V9.
          05 FILLER               PIC X(1) VALUE SPACE.
          05 IMG-ITEM-EXT-REF     PIC X(12).
          05 FILLER               PIC X(1) VALUE SPACE.
