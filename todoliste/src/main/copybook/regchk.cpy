       CHECK-LIST-RETIRED SECTION.
           MOVE 'N' TO WS-LIST-RETIRED-SW
           MOVE 'N' TO WS-LIST-ON-REG-SW
           MOVE 'N' TO WS-RETIRE-EOF
           OPEN INPUT REGISTRY-FILE
           IF WS-REGISTRY-STATUS = "00"
              PERFORM UNTIL WS-RETIRE-EOF = 'Y'
                 READ REGISTRY-FILE INTO WS-REGISTRY-LINE
                    AT END MOVE 'Y' TO WS-RETIRE-EOF
                    NOT AT END
                       IF WS-REG-LIST-NAME = WS-RETIRE-CHECK-LIST
                          MOVE 'Y' TO WS-RETIRE-EOF
                          SET LIST-ON-REGISTRY TO TRUE
                          IF REG-LIST-RETIRED
                             SET LIST-IS-RETIRED TO TRUE
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE REGISTRY-FILE
           END-IF
          EXIT.
