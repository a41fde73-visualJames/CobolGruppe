                          OR ITEM-PRIORITY IN WS-TDLIST = 0
                          SET PRIORITY-MEDIUM IN WS-TDLIST TO TRUE
                       END-IF
                       IF ITEM-EST-HOURS IN WS-TDLIST NOT NUMERIC
                          MOVE 0 TO ITEM-EST-HOURS IN WS-TDLIST
                       END-IF
                       WRITE TDLIST-FILE FROM WS-TDLIST
                          INVALID KEY CONTINUE
                          NOT INVALID KEY
