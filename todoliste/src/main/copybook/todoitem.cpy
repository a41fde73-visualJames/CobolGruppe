          05 NEW-ITEM-DUE-DATE    PIC X(8).
          05 NEW-ITEM-REPEAT-DAYS PIC 9(03).
          05 NEW-ITEM-PRIORITY    PIC 9.
          05 NEW-ITEM-ASSIGNEE    PIC X(8).
          05 NEW-ITEM-EST-HOURS   PIC 9(3)V9.
          05 NEW-ITEM-EXT-REF     PIC X(12).
