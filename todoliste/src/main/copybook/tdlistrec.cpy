             88 PRIORITY-HIGH   VALUE 2.
             88 PRIORITY-MEDIUM VALUE 3.
             88 PRIORITY-LOW    VALUE 4.
          05 ITEM-ASSIGNEE PIC X(8).
             88 ITEM-UNASSIGNED VALUE SPACES.
          05 ITEM-EST-HOURS PIC 9(3)V9.
          05 ITEM-EXT-REF PIC X(12).
             88 ITEM-HAS-NO-EXT-REF VALUE SPACES.
