          05 AR-ITEM-TAG PIC 9.
          05 AR-ITEM-REPEAT-DAYS PIC 9(03).
          05 AR-ITEM-PRIORITY PIC 9.
          05 AR-ITEM-ASSIGNEE PIC X(8).
          05 AR-ITEM-EST-HOURS PIC 9(3)V9.
          05 AR-ITEM-EXT-REF PIC X(12).
