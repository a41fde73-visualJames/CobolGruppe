       BUILD-ITEM-IMAGE SECTION.
           MOVE SPACES TO WS-ITEM-IMAGE
           MOVE ITEM-CONTENT IN WS-TDLIST     TO IMG-ITEM-CONTENT
           MOVE ITEM-DUE-DATE IN WS-TDLIST    TO IMG-ITEM-DUE-DATE
           MOVE ITEM-STATUS IN WS-TDLIST      TO IMG-ITEM-STATUS
           MOVE ITEM-COLOR IN WS-TDLIST       TO IMG-ITEM-COLOR
           MOVE ITEM-TAG IN WS-TDLIST         TO IMG-ITEM-TAG
           MOVE ITEM-REPEAT-DAYS IN WS-TDLIST TO IMG-ITEM-REPEAT-DAYS
           MOVE ITEM-PRIORITY IN WS-TDLIST    TO IMG-ITEM-PRIORITY
           MOVE ITEM-ASSIGNEE IN WS-TDLIST    TO IMG-ITEM-ASSIGNEE
           IF ITEM-EST-HOURS IN WS-TDLIST NUMERIC
              MOVE ITEM-EST-HOURS IN WS-TDLIST TO IMG-ITEM-EST-HOURS
           ELSE
              MOVE 0 TO IMG-ITEM-EST-HOURS
           END-IF
           MOVE ITEM-EXT-REF IN WS-TDLIST     TO IMG-ITEM-EXT-REF
          EXIT.
