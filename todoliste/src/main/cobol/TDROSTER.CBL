       IDENTIFICATION DIVISION.
       PROGRAM-ID. TDROSTER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT ROSTER-FILE ASSIGN TO EXTERNAL ROSTERFILE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ROSTER-STATUS.
         SELECT LOCK-FILE ASSIGN TO EXTERNAL LOCKFILE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LOCK-STATUS.
       DATA DIVISION.
       FILE SECTION.
          FD ROSTER-FILE.
          01 ROSTER-FILE-REC PIC X(50).
          FD LOCK-FILE.
          01 LOCK-FILE-REC PIC X(30).
       WORKING-STORAGE SECTION.
       01 WS-ROSTER-STATUS PIC XX.
       01 WS-LOCK-STATUS   PIC XX.
       01 WS-LOCK-PATH     PIC X(60).
       COPY lockfields.
       COPY rosterrec.
       COPY rosterf.
       01 WS-TARGET-FOUND PIC X(1) VALUE 'N'.
          88 ROSTER-TARGET-FOUND VALUE 'Y'.
       01 WS-ENTRY-COUNT PIC 9(3).
       01 WS-ENTRY-IX    PIC 9(3).
       01 WS-MAX-ENTRIES PIC 9(3) VALUE 200.
       01 WS-ROSTER-FULL PIC X(1) VALUE 'N'.
          88 ROSTER-AT-CAPACITY VALUE 'Y'.
       01 ROSTER-ENTRIES.
          05 ROSTER-ENTRY OCCURS 200 TIMES PIC X(50).
       LINKAGE SECTION.
        COPY todoroster.
       PROCEDURE DIVISION USING ROSTER-PARMS.
           PERFORM SET-FILE-PATHS
           SET ROSTER-OK TO TRUE
           IF NOT ROSTER-ACTION-REPORT
              AND FUNCTION TRIM(ROSTER-PERSON-ID) = SPACES
              SET ROSTER-ERR-BLANK TO TRUE
              GOBACK
           END-IF
           IF ROSTER-ACTION-REPORT
              PERFORM LOAD-ROSTER-ENTRIES
              IF ROSTER-AT-CAPACITY
                 SET ROSTER-ERR-CAPACITY TO TRUE
              ELSE
                 PERFORM REPORT-ROSTER
              END-IF
           ELSE
              PERFORM ACQUIRE-LIST-LOCK
              IF NOT LOCK-ACQUIRED
                 SET ROSTER-ERR-LOCKED TO TRUE
              ELSE
                 PERFORM LOAD-ROSTER-ENTRIES
                 IF ROSTER-AT-CAPACITY
                    SET ROSTER-ERR-CAPACITY TO TRUE
                 ELSE
                    EVALUATE TRUE
                    WHEN ROSTER-ACTION-ADD
                       PERFORM ADD-ROSTER-PERSON
                    WHEN ROSTER-ACTION-UPDATE
                       PERFORM UPDATE-ROSTER-PERSON
                    WHEN ROSTER-ACTION-RETIRE
                       PERFORM RETIRE-ROSTER-PERSON
                    END-EVALUATE
                 END-IF
                 PERFORM RELEASE-LIST-LOCK
              END-IF
           END-IF
           GOBACK
          .

       SET-FILE-PATHS SECTION.
           PERFORM SET-ROSTER-PATH
           MOVE SPACES TO WS-LOCK-PATH
           STRING FUNCTION TRIM(WS-ROSTER-PATH) DELIMITED BY SIZE
                  "-lock.txt" DELIMITED BY SIZE
                  INTO WS-LOCK-PATH
           END-STRING
           SET ENVIRONMENT "LOCKFILE" TO FUNCTION TRIM(WS-LOCK-PATH)
          EXIT.

       LOAD-ROSTER-ENTRIES SECTION.
           MOVE 0 TO WS-ENTRY-COUNT
           MOVE 'N' TO WS-ROSTER-EOF
           MOVE 'N' TO WS-ROSTER-FULL
           OPEN INPUT ROSTER-FILE
           IF WS-ROSTER-STATUS = "00"
              PERFORM UNTIL WS-ROSTER-EOF = 'Y'
                 READ ROSTER-FILE
                    AT END MOVE 'Y' TO WS-ROSTER-EOF
                    NOT AT END
                       IF WS-ENTRY-COUNT < WS-MAX-ENTRIES
                          ADD 1 TO WS-ENTRY-COUNT
                          MOVE ROSTER-FILE-REC
                            TO ROSTER-ENTRY(WS-ENTRY-COUNT)
                       ELSE
                          SET ROSTER-AT-CAPACITY TO TRUE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ROSTER-FILE
           END-IF
          EXIT.

       FIND-ROSTER-ENTRY SECTION.
           MOVE 'N' TO WS-TARGET-FOUND
           PERFORM VARYING WS-ENTRY-IX FROM 1 BY 1
                UNTIL WS-ENTRY-IX > WS-ENTRY-COUNT
                   OR ROSTER-TARGET-FOUND
              MOVE ROSTER-ENTRY(WS-ENTRY-IX) TO WS-ROSTER-LINE
              IF WS-ROS-PERSON-ID = ROSTER-PERSON-ID
                 SET ROSTER-TARGET-FOUND TO TRUE
              END-IF
           END-PERFORM
           IF ROSTER-TARGET-FOUND
              SUBTRACT 1 FROM WS-ENTRY-IX
           END-IF
          EXIT.

       ADD-ROSTER-PERSON SECTION.
           PERFORM FIND-ROSTER-ENTRY
           IF ROSTER-TARGET-FOUND
              IF ROS-PERSON-ACTIVE
                 SET ROSTER-ERR-DUPLICATE TO TRUE
              ELSE
                 SET ROS-PERSON-ACTIVE TO TRUE
                 IF ROSTER-PERSON-NAME NOT = SPACES
                    MOVE ROSTER-PERSON-NAME TO WS-ROS-NAME
                 END-IF
                 MOVE WS-ROSTER-LINE
                   TO ROSTER-ENTRY(WS-ENTRY-IX)
                 PERFORM REWRITE-ROSTER
              END-IF
           ELSE
              IF WS-ENTRY-COUNT >= WS-MAX-ENTRIES
                 SET ROSTER-ERR-CAPACITY TO TRUE
              ELSE
                 MOVE SPACES TO WS-ROSTER-LINE
                 MOVE ROSTER-PERSON-ID TO WS-ROS-PERSON-ID
                 SET ROS-PERSON-ACTIVE TO TRUE
                 MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ROS-ADDED
                 MOVE ROSTER-PERSON-NAME TO WS-ROS-NAME
                 ADD 1 TO WS-ENTRY-COUNT
                 MOVE WS-ROSTER-LINE
                   TO ROSTER-ENTRY(WS-ENTRY-COUNT)
                 PERFORM REWRITE-ROSTER
              END-IF
           END-IF
          EXIT.

       UPDATE-ROSTER-PERSON SECTION.
           PERFORM FIND-ROSTER-ENTRY
           IF NOT ROSTER-TARGET-FOUND
              SET ROSTER-ERR-NOT-FOUND TO TRUE
           ELSE
              MOVE ROSTER-PERSON-NAME TO WS-ROS-NAME
              MOVE WS-ROSTER-LINE TO ROSTER-ENTRY(WS-ENTRY-IX)
              PERFORM REWRITE-ROSTER
           END-IF
          EXIT.

       RETIRE-ROSTER-PERSON SECTION.
           PERFORM FIND-ROSTER-ENTRY
           IF NOT ROSTER-TARGET-FOUND
              SET ROSTER-ERR-NOT-FOUND TO TRUE
           ELSE
              SET ROS-PERSON-INACTIVE TO TRUE
              MOVE WS-ROSTER-LINE TO ROSTER-ENTRY(WS-ENTRY-IX)
              PERFORM REWRITE-ROSTER
           END-IF
          EXIT.

       REWRITE-ROSTER SECTION.
           OPEN OUTPUT ROSTER-FILE
           PERFORM VARYING WS-ENTRY-IX FROM 1 BY 1
                UNTIL WS-ENTRY-IX > WS-ENTRY-COUNT
              WRITE ROSTER-FILE-REC
                FROM ROSTER-ENTRY(WS-ENTRY-IX)
           END-PERFORM
           CLOSE ROSTER-FILE
          EXIT.

       REPORT-ROSTER SECTION.
           DISPLAY "Team roster"
           DISPLAY "PERSON   S ADDED    NAME"
           IF WS-ENTRY-COUNT = 0
              DISPLAY "No people on the roster."
           END-IF
           PERFORM VARYING WS-ENTRY-IX FROM 1 BY 1
                UNTIL WS-ENTRY-IX > WS-ENTRY-COUNT
              MOVE ROSTER-ENTRY(WS-ENTRY-IX) TO WS-ROSTER-LINE
              DISPLAY WS-ROS-PERSON-ID " "
                      WS-ROS-STATUS " "
                      WS-ROS-ADDED " "
                      WS-ROS-NAME
           END-PERFORM
          EXIT.

       COPY rostchk.

       COPY listlock.

       END PROGRAM TDROSTER.
