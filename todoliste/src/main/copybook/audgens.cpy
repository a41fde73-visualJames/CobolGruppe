       SET-AUDCTL-PATH SECTION.
           MOVE SPACES TO WS-AUDCTL-PATH
           STRING FUNCTION TRIM(WS-LIST-NAME) DELIMITED BY SIZE
                  "-auditctl.txt" DELIMITED BY SIZE
                  INTO WS-AUDCTL-PATH
           END-STRING
           SET ENVIRONMENT "AUDCTLFILE" TO FUNCTION TRIM(WS-AUDCTL-PATH)
          EXIT.

      *Generations are listed oldest first, in the order the rollover
      *wrote them. A second entry for the same date replaces the first.
       LOAD-AUDIT-GENERATIONS SECTION.
           PERFORM SET-AUDCTL-PATH
           MOVE 0 TO WS-AUDGEN-COUNT
           MOVE 'N' TO WS-AUDGEN-EOF
           OPEN INPUT AUDCTL-FILE
           IF WS-AUDCTL-STATUS = "00"
              PERFORM UNTIL WS-AUDGEN-EOF = 'Y'
                 READ AUDCTL-FILE INTO WS-AUDCTL-LINE
                    AT END MOVE 'Y' TO WS-AUDGEN-EOF
                    NOT AT END PERFORM NOTE-AUDIT-GENERATION
                 END-READ
              END-PERFORM
              CLOSE AUDCTL-FILE
           END-IF
          EXIT.

       NOTE-AUDIT-GENERATION SECTION.
           PERFORM VARYING WS-AUDGEN-IX FROM 1 BY 1
                UNTIL WS-AUDGEN-IX > WS-AUDGEN-COUNT
                   OR AG-GEN-DATE(WS-AUDGEN-IX) = WS-AUDCTL-GEN-DATE
              CONTINUE
           END-PERFORM
           IF WS-AUDGEN-IX > WS-AUDGEN-COUNT
              IF WS-AUDGEN-COUNT < WS-MAX-AUDGENS
                 ADD 1 TO WS-AUDGEN-COUNT
              ELSE
                 MOVE 'Y' TO WS-AUDGEN-EOF
              END-IF
           END-IF
           IF WS-AUDGEN-IX <= WS-AUDGEN-COUNT
              MOVE WS-AUDCTL-GEN-DATE TO AG-GEN-DATE(WS-AUDGEN-IX)
              MOVE WS-AUDCTL-GEN-PATH TO AG-GEN-PATH(WS-AUDGEN-IX)
              MOVE WS-AUDCTL-COUNT    TO AG-COUNT(WS-AUDGEN-IX)
              MOVE WS-AUDCTL-FIRST-TS TO AG-FIRST-TS(WS-AUDGEN-IX)
              MOVE WS-AUDCTL-LAST-TS  TO AG-LAST-TS(WS-AUDGEN-IX)
           END-IF
          EXIT.
