       SET-KPI-PATH SECTION.
           MOVE SPACES TO WS-KPI-PATH
           ACCEPT WS-KPI-PATH FROM ENVIRONMENT "TODOLIST_KPIHIST"
           IF WS-KPI-PATH = SPACES
              MOVE "kpi-history.txt" TO WS-KPI-PATH
           END-IF
           SET ENVIRONMENT "KPIFILE" TO FUNCTION TRIM(WS-KPI-PATH)
          EXIT.
