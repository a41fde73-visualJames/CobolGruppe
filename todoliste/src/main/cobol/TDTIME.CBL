       IDENTIFICATION DIVISION.
       PROGRAM-ID. TDTIME.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT TDLIST ASSIGN TO EXTERNAL TDLISTFILE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS ITEM-ID IN TDLIST-FILE
            FILE STATUS IS WS-TDLIST-STATUS.
         SELECT TIME-FILE ASSIGN TO EXTERNAL TIMEFILE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TIME-STATUS.
         SELECT ROSTER-FILE ASSIGN TO EXTERNAL ROSTERFILE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ROSTER-STATUS.
         SELECT REGISTRY-FILE ASSIGN TO EXTERNAL REGISTRYFILE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REGISTRY-STATUS.
       DATA DIVISION.
       FILE SECTION.
          FD TDLIST.
          01 TDLIST-FILE.
             COPY tdlistrec.
          FD TIME-FILE.
          01 TIME-FILE-REC PIC X(50).
          FD ROSTER-FILE.
          01 ROSTER-FILE-REC PIC X(50).
          FD REGISTRY-FILE.
          01 REGISTRY-FILE-REC PIC X(82).
       WORKING-STORAGE SECTION.
       01 WS-TDLIST-STATUS PIC XX.
       01 WS-TIME-STATUS   PIC XX.
       01 WS-ROSTER-STATUS PIC XX.
       01 WS-REGISTRY-STATUS PIC XX.
       01 WS-REGISTRY-PATH PIC X(60).
       COPY registryrec.
       COPY regchkf.
       01 WS-LIST-NAME     PIC X(30).
       01 WS-TDLIST-PATH   PIC X(60).
       01 WS-TIME-PATH     PIC X(60).
       01 WS-EOF PIC A(1).
       01 WS-MATCH-COUNT   PIC 9(5).
       01 WS-TODAY         PIC X(8).
       01 WS-WORK-DATE-NUM PIC 9(8).
       01 WS-HOURS-DISP    PIC ZZ9.9.
       01 WS-TOTAL-DISP    PIC ZZZZ9.9.
       01 WS-EST-HOURS     PIC 9(3)V9.
       01 WS-ITEM-FOUND-SW PIC X(1) VALUE 'N'.
          88 TIME-ITEM-FOUND VALUE 'Y'.
       COPY rosterrec.
       COPY rosterf.
       01 WS-TDLIST.
          COPY tdlistrec.
       COPY timerec.
       LINKAGE SECTION.
        COPY todotime.
       PROCEDURE DIVISION USING TIME-PARMS.
           PERFORM SET-FILE-PATHS
           MOVE 'N' TO WS-LIST-RETIRED-SW
           IF TIME-ACTION-ADD
              MOVE WS-LIST-NAME TO WS-RETIRE-CHECK-LIST
              PERFORM CHECK-LIST-RETIRED
           END-IF
           EVALUATE TRUE
           WHEN LIST-IS-RETIRED
              SET TIME-ERR-RETIRED TO TRUE
           WHEN TIME-ACTION-ADD
              PERFORM ADD-TIME-ENTRY
           WHEN TIME-ACTION-REPORT
              PERFORM REPORT-TIME-ENTRIES
           END-EVALUATE
           GOBACK
          .

       SET-FILE-PATHS SECTION.
           MOVE SPACES TO WS-LIST-NAME
           IF LIST-NAME NOT = SPACES
              MOVE LIST-NAME TO WS-LIST-NAME
           ELSE
              ACCEPT WS-LIST-NAME FROM ENVIRONMENT "TODOLIST_NAME"
           END-IF
           IF WS-LIST-NAME = SPACES
              MOVE "todolist" TO WS-LIST-NAME
           END-IF
           MOVE SPACES TO WS-TDLIST-PATH
           STRING FUNCTION TRIM(WS-LIST-NAME) DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-TDLIST-PATH
           END-STRING
           MOVE SPACES TO WS-TIME-PATH
           STRING FUNCTION TRIM(WS-LIST-NAME) DELIMITED BY SIZE
                  "-time.txt" DELIMITED BY SIZE
                  INTO WS-TIME-PATH
           END-STRING
           SET ENVIRONMENT "TDLISTFILE" TO FUNCTION TRIM(WS-TDLIST-PATH)
           SET ENVIRONMENT "TIMEFILE" TO FUNCTION TRIM(WS-TIME-PATH)
           MOVE SPACES TO WS-REGISTRY-PATH
           ACCEPT WS-REGISTRY-PATH FROM ENVIRONMENT "TODOLIST_REGISTRY"
           IF WS-REGISTRY-PATH = SPACES
              MOVE "todolists-registry.txt" TO WS-REGISTRY-PATH
           END-IF
           SET ENVIRONMENT "REGISTRYFILE" TO
              FUNCTION TRIM(WS-REGISTRY-PATH)
          EXIT.

       COPY regchk.

       ADD-TIME-ENTRY SECTION.
           MOVE 0 TO TIME-RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           IF TIME-WORK-DATE = SPACES
              MOVE WS-TODAY TO TIME-WORK-DATE
           END-IF
           IF TIME-WORK-DATE NOT NUMERIC
              SET TIME-ERR-BAD-DATE TO TRUE
           ELSE
              MOVE TIME-WORK-DATE TO WS-WORK-DATE-NUM
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-WORK-DATE-NUM) NOT = 0
                 OR TIME-WORK-DATE > WS-TODAY
                 SET TIME-ERR-BAD-DATE TO TRUE
              END-IF
           END-IF
           IF TIME-OK
              IF TIME-HOURS NOT NUMERIC
                 OR TIME-HOURS = 0
                 OR TIME-HOURS > 24
                 SET TIME-ERR-BAD-HOURS TO TRUE
              END-IF
           END-IF
           IF TIME-OK
              MOVE TIME-PERSON TO WS-ROSTER-CHECK-ID
              PERFORM CHECK-ROSTER-PERSON
              IF NOT PERSON-ON-ROSTER
                 SET TIME-ERR-PERSON TO TRUE
              END-IF
           END-IF
           IF TIME-OK
              PERFORM READ-TIME-ITEM
              IF NOT TIME-ITEM-FOUND
                 SET TIME-ERR-NOT-FOUND TO TRUE
              END-IF
           END-IF
           IF TIME-OK
              PERFORM WRITE-TIME-RECORD
           END-IF
          EXIT.

       READ-TIME-ITEM SECTION.
           MOVE 'N' TO WS-ITEM-FOUND-SW
           MOVE 0 TO WS-EST-HOURS
           OPEN INPUT TDLIST
           IF WS-TDLIST-STATUS = "00"
              MOVE TIME-ITEM-ID TO ITEM-ID IN TDLIST-FILE
              READ TDLIST INTO WS-TDLIST
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    SET TIME-ITEM-FOUND TO TRUE
                    IF ITEM-EST-HOURS IN WS-TDLIST NUMERIC
                       MOVE ITEM-EST-HOURS IN WS-TDLIST TO WS-EST-HOURS
                    END-IF
              END-READ
              CLOSE TDLIST
           END-IF
          EXIT.

       WRITE-TIME-RECORD SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-TIME-TIMESTAMP
           MOVE TIME-ITEM-ID TO WS-TIME-ITEM-ID
           MOVE TIME-WORK-DATE TO WS-TIME-WORK-DATE
           MOVE TIME-PERSON TO WS-TIME-PERSON
           MOVE TIME-HOURS TO WS-TIME-HOURS
           OPEN EXTEND TIME-FILE
           IF WS-TIME-STATUS NOT = "00"
              OPEN OUTPUT TIME-FILE
           END-IF
           WRITE TIME-FILE-REC FROM WS-TIME-LINE
           CLOSE TIME-FILE
          EXIT.

       REPORT-TIME-ENTRIES SECTION.
           MOVE 0 TO WS-MATCH-COUNT
           MOVE 0 TO TIME-TOTAL-HOURS
           MOVE 0 TO TIME-RETURN-CODE
           MOVE 'N' TO WS-EOF
           PERFORM READ-TIME-ITEM
           DISPLAY "Time logged for item " TIME-ITEM-ID
           DISPLAY "WORKDATE PERSON   HOURS"
           OPEN INPUT TIME-FILE
           IF WS-TIME-STATUS = "00"
              PERFORM UNTIL WS-EOF = 'Y'
                 READ TIME-FILE INTO WS-TIME-LINE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF WS-TIME-ITEM-ID = TIME-ITEM-ID
                          ADD 1 TO WS-MATCH-COUNT
                          ADD WS-TIME-HOURS TO TIME-TOTAL-HOURS
                          MOVE WS-TIME-HOURS TO WS-HOURS-DISP
                          DISPLAY WS-TIME-WORK-DATE " "
                                  WS-TIME-PERSON " "
                                  WS-HOURS-DISP
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TIME-FILE
           END-IF
           IF WS-MATCH-COUNT = 0
              DISPLAY "No time recorded for this item."
           END-IF
           MOVE TIME-TOTAL-HOURS TO WS-TOTAL-DISP
           DISPLAY "Total logged  . . : " WS-TOTAL-DISP
           MOVE WS-EST-HOURS TO WS-HOURS-DISP
           DISPLAY "Estimate  . . . . : " WS-HOURS-DISP
           IF WS-EST-HOURS > 0
              AND TIME-TOTAL-HOURS > WS-EST-HOURS
              DISPLAY "*** LOGGED TIME EXCEEDS THE ESTIMATE ***"
           END-IF
           IF NOT TIME-ITEM-FOUND
              SET TIME-ERR-NOT-FOUND TO TRUE
           END-IF
          EXIT.

       COPY rostchk.

       END PROGRAM TDTIME.
