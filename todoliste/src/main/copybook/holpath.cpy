       SET-HOLIDAY-PATH SECTION.
           MOVE SPACES TO WS-HOLIDAY-PATH
           ACCEPT WS-HOLIDAY-PATH FROM ENVIRONMENT "TODOLIST_HOLIDAYS"
           IF WS-HOLIDAY-PATH = SPACES
              MOVE "holidays.txt" TO WS-HOLIDAY-PATH
           END-IF
           SET ENVIRONMENT "HOLIDAYFILE" TO
              FUNCTION TRIM(WS-HOLIDAY-PATH)
          EXIT.
