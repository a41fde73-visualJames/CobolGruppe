       SET-ROSTER-PATH SECTION.
           MOVE SPACES TO WS-ROSTER-PATH
           ACCEPT WS-ROSTER-PATH FROM ENVIRONMENT "TODOLIST_ROSTER"
           IF WS-ROSTER-PATH = SPACES
              MOVE "team-roster.txt" TO WS-ROSTER-PATH
           END-IF
           SET ENVIRONMENT "ROSTERFILE" TO
              FUNCTION TRIM(WS-ROSTER-PATH)
          EXIT.

       CHECK-ROSTER-PERSON SECTION.
           MOVE 'N' TO WS-ROSTER-MATCH-SW
           PERFORM SET-ROSTER-PATH
           MOVE 'N' TO WS-ROSTER-EOF
           OPEN INPUT ROSTER-FILE
           IF WS-ROSTER-STATUS = "00"
              PERFORM UNTIL WS-ROSTER-EOF = 'Y'
                         OR PERSON-ON-ROSTER
                 READ ROSTER-FILE INTO WS-ROSTER-LINE
                    AT END MOVE 'Y' TO WS-ROSTER-EOF
                    NOT AT END
                       IF WS-ROS-PERSON-ID = WS-ROSTER-CHECK-ID
                          AND ROS-PERSON-ACTIVE
                          SET PERSON-ON-ROSTER TO TRUE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ROSTER-FILE
           END-IF
          EXIT.
