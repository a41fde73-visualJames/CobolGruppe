       IDENTIFICATION DIVISION.
       PROGRAM-ID. TDAUDROL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT AUDIT-FILE ASSIGN TO EXTERNAL AUDITFILE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDIT-STATUS.
         SELECT KEEP-FILE ASSIGN TO EXTERNAL AUDKEEPFILE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-KEEP-STATUS.
         SELECT GEN-FILE ASSIGN TO EXTERNAL AUDGENFILE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-GEN-STATUS.
         SELECT AUDCTL-FILE ASSIGN TO EXTERNAL AUDCTLFILE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDCTL-STATUS.
         SELECT LOCK-FILE ASSIGN TO EXTERNAL LOCKFILE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LOCK-STATUS.
       DATA DIVISION.
       FILE SECTION.
          FD AUDIT-FILE.
          01 AUDIT-FILE-REC PIC X(196).
          FD KEEP-FILE.
          01 KEEP-FILE-REC PIC X(196).
          FD GEN-FILE.
          01 GEN-FILE-REC PIC X(196).
          FD AUDCTL-FILE.
          01 AUDCTL-FILE-REC PIC X(121).
          FD LOCK-FILE.
          01 LOCK-FILE-REC PIC X(30).
       WORKING-STORAGE SECTION.
       01 WS-AUDIT-STATUS  PIC XX.
       01 WS-KEEP-STATUS   PIC XX.
       01 WS-GEN-STATUS    PIC XX.
       01 WS-AUDCTL-STATUS PIC XX.
       01 WS-LOCK-STATUS   PIC XX.
       01 WS-LIST-NAME     PIC X(30).
       01 WS-AUDIT-PATH    PIC X(60).
       01 WS-KEEP-PATH     PIC X(60).
       01 WS-GEN-PATH      PIC X(60).
       01 WS-LOCK-PATH     PIC X(60).
       COPY lockfields.
       COPY audctlrec.
       COPY audgenf.
       01 WS-EOF PIC A(1).
       COPY auditrec.
       01 WS-RUN-DATE      PIC X(8).
       01 WS-CUTOFF-DATE   PIC X(8).
       01 WS-ROLLED-THRU-TS PIC X(21).
       01 WS-GEN-TODAY-SW  PIC X(1) VALUE 'N'.
          88 GENERATION-WRITTEN-TODAY VALUE 'Y'.
       01 WS-GEN-OPEN-SW   PIC X(1) VALUE 'N'.
          88 GEN-FILE-IS-OPEN VALUE 'Y'.
       01 WS-READ-COUNT    PIC 9(7).
       01 WS-MOVED-COUNT   PIC 9(7).
       01 WS-KEPT-COUNT    PIC 9(7).
       01 WS-DROPPED-COUNT PIC 9(7).
       01 WS-REWRITE-COUNT PIC 9(7).
       01 WS-FIRST-TS      PIC X(21).
       01 WS-LAST-TS       PIC X(21).
       LINKAGE SECTION.
        COPY todoaudrol.
       PROCEDURE DIVISION USING AUDROL-PARMS.
           PERFORM SET-FILE-PATHS
           MOVE 0 TO AUDROL-ROLLED-COUNT
           SET AUDROL-OK TO TRUE
           PERFORM ACQUIRE-LIST-LOCK
           IF NOT LOCK-ACQUIRED
              SET AUDROL-ERR-LOCKED TO TRUE
              GOBACK
           END-IF
           PERFORM LOAD-AUDIT-GENERATIONS
           PERFORM FIND-ROLLED-THRU-POINT
           PERFORM SPLIT-ACTIVE-AUDIT
           IF WS-MOVED-COUNT > 0 OR WS-DROPPED-COUNT > 0
              IF WS-READ-COUNT NOT =
                 WS-MOVED-COUNT + WS-KEPT-COUNT + WS-DROPPED-COUNT
                 SET AUDROL-ERR-TOTALS TO TRUE
              ELSE
                 IF WS-MOVED-COUNT > 0
                    PERFORM WRITE-CONTROL-RECORD
                 END-IF
                 PERFORM SWAP-IN-KEPT-RECORDS
              END-IF
           END-IF
           IF NOT AUDROL-ERR-TOTALS
              CALL "CBL_DELETE_FILE" USING FUNCTION TRIM(WS-KEEP-PATH)
           END-IF
           PERFORM RELEASE-LIST-LOCK
           MOVE WS-MOVED-COUNT TO AUDROL-ROLLED-COUNT
           PERFORM DISPLAY-ROLLOVER-TOTALS
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
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           IF AUDROL-CUTOFF-DATE = SPACES
              MOVE WS-RUN-DATE TO WS-CUTOFF-DATE
              MOVE "01" TO WS-CUTOFF-DATE(7:2)
           ELSE
              MOVE AUDROL-CUTOFF-DATE TO WS-CUTOFF-DATE
           END-IF
           MOVE SPACES TO WS-AUDIT-PATH
           STRING FUNCTION TRIM(WS-LIST-NAME) DELIMITED BY SIZE
                  "-audit.txt" DELIMITED BY SIZE
                  INTO WS-AUDIT-PATH
           END-STRING
           MOVE SPACES TO WS-KEEP-PATH
           STRING FUNCTION TRIM(WS-LIST-NAME) DELIMITED BY SIZE
                  "-audit-keep.txt" DELIMITED BY SIZE
                  INTO WS-KEEP-PATH
           END-STRING
           MOVE SPACES TO WS-GEN-PATH
           STRING FUNCTION TRIM(WS-LIST-NAME) DELIMITED BY SIZE
                  "-audit-" DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-GEN-PATH
           END-STRING
           MOVE SPACES TO WS-LOCK-PATH
           STRING FUNCTION TRIM(WS-LIST-NAME) DELIMITED BY SIZE
                  "-lock.txt" DELIMITED BY SIZE
                  INTO WS-LOCK-PATH
           END-STRING
           SET ENVIRONMENT "AUDITFILE" TO FUNCTION TRIM(WS-AUDIT-PATH)
           SET ENVIRONMENT "AUDKEEPFILE" TO FUNCTION TRIM(WS-KEEP-PATH)
           SET ENVIRONMENT "AUDGENFILE" TO FUNCTION TRIM(WS-GEN-PATH)
           SET ENVIRONMENT "LOCKFILE" TO FUNCTION TRIM(WS-LOCK-PATH)
          EXIT.

      *Anything stamped at or before the last record of the newest
      *generation is already safe in that generation (a run that stopped
      *between the control record and the swap), so it is dropped from
      *the active file rather than rolled a second time. Only one
      *generation is cut per day.
       FIND-ROLLED-THRU-POINT SECTION.
           MOVE SPACES TO WS-ROLLED-THRU-TS
           MOVE 'N' TO WS-GEN-TODAY-SW
           IF WS-AUDGEN-COUNT > 0
              MOVE AG-LAST-TS(WS-AUDGEN-COUNT) TO WS-ROLLED-THRU-TS
           END-IF
           PERFORM VARYING WS-AUDGEN-IX FROM 1 BY 1
                UNTIL WS-AUDGEN-IX > WS-AUDGEN-COUNT
              IF AG-GEN-DATE(WS-AUDGEN-IX) = WS-RUN-DATE
                 SET GENERATION-WRITTEN-TODAY TO TRUE
              END-IF
           END-PERFORM
          EXIT.

       SPLIT-ACTIVE-AUDIT SECTION.
           MOVE 0 TO WS-READ-COUNT WS-MOVED-COUNT
           MOVE 0 TO WS-KEPT-COUNT WS-DROPPED-COUNT
           MOVE SPACES TO WS-FIRST-TS WS-LAST-TS
           MOVE 'N' TO WS-GEN-OPEN-SW
           MOVE 'N' TO WS-EOF
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "00"
              OPEN OUTPUT KEEP-FILE
              PERFORM UNTIL WS-EOF = 'Y'
                 READ AUDIT-FILE INTO WS-AUDIT-LINE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM ROUTE-AUDIT-RECORD
                 END-READ
              END-PERFORM
              CLOSE KEEP-FILE
              CLOSE AUDIT-FILE
              IF GEN-FILE-IS-OPEN
                 CLOSE GEN-FILE
              END-IF
           END-IF
          EXIT.

       ROUTE-AUDIT-RECORD SECTION.
           EVALUATE TRUE
               WHEN WS-ROLLED-THRU-TS NOT = SPACES
                    AND WS-AUDIT-TIMESTAMP <= WS-ROLLED-THRU-TS
                  ADD 1 TO WS-DROPPED-COUNT
               WHEN NOT GENERATION-WRITTEN-TODAY
                    AND WS-AUDIT-TIMESTAMP(1:8) < WS-CUTOFF-DATE
                  IF NOT GEN-FILE-IS-OPEN
                     OPEN OUTPUT GEN-FILE
                     SET GEN-FILE-IS-OPEN TO TRUE
                     MOVE WS-AUDIT-TIMESTAMP TO WS-FIRST-TS
                  END-IF
                  WRITE GEN-FILE-REC FROM WS-AUDIT-LINE
                  MOVE WS-AUDIT-TIMESTAMP TO WS-LAST-TS
                  ADD 1 TO WS-MOVED-COUNT
               WHEN OTHER
                  WRITE KEEP-FILE-REC FROM WS-AUDIT-LINE
                  ADD 1 TO WS-KEPT-COUNT
           END-EVALUATE
          EXIT.

       WRITE-CONTROL-RECORD SECTION.
           MOVE WS-RUN-DATE    TO WS-AUDCTL-GEN-DATE
           MOVE WS-GEN-PATH    TO WS-AUDCTL-GEN-PATH
           MOVE WS-MOVED-COUNT TO WS-AUDCTL-COUNT
           MOVE WS-FIRST-TS    TO WS-AUDCTL-FIRST-TS
           MOVE WS-LAST-TS     TO WS-AUDCTL-LAST-TS
           OPEN EXTEND AUDCTL-FILE
           IF WS-AUDCTL-STATUS NOT = "00"
              OPEN OUTPUT AUDCTL-FILE
           END-IF
           WRITE AUDCTL-FILE-REC FROM WS-AUDCTL-LINE
           CLOSE AUDCTL-FILE
          EXIT.

       SWAP-IN-KEPT-RECORDS SECTION.
           MOVE 0 TO WS-REWRITE-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT KEEP-FILE
           IF WS-KEEP-STATUS NOT = "00"
              SET AUDROL-ERR-INPUT TO TRUE
           ELSE
              OPEN OUTPUT AUDIT-FILE
              PERFORM UNTIL WS-EOF = 'Y'
                 READ KEEP-FILE INTO WS-AUDIT-LINE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       WRITE AUDIT-FILE-REC FROM WS-AUDIT-LINE
                       ADD 1 TO WS-REWRITE-COUNT
                 END-READ
              END-PERFORM
              CLOSE AUDIT-FILE
              CLOSE KEEP-FILE
              IF WS-REWRITE-COUNT NOT = WS-KEPT-COUNT
                 SET AUDROL-ERR-TOTALS TO TRUE
              END-IF
           END-IF
          EXIT.

       DISPLAY-ROLLOVER-TOTALS SECTION.
           DISPLAY "Audit trail rollover for "
                   FUNCTION TRIM(WS-LIST-NAME)
           DISPLAY "  records read  . . . . . . : " WS-READ-COUNT
           DISPLAY "  rolled to generation  . . : " WS-MOVED-COUNT
           IF WS-MOVED-COUNT > 0
              DISPLAY "  generation file . . . . . : "
                      FUNCTION TRIM(WS-GEN-PATH)
              DISPLAY "  first / last timestamp  . : "
                      WS-FIRST-TS " / " WS-LAST-TS
           END-IF
           DISPLAY "  already in a generation . : " WS-DROPPED-COUNT
           DISPLAY "  kept in active file . . . : " WS-KEPT-COUNT
           IF AUDROL-ERR-TOTALS
              DISPLAY "  *** CONTROL TOTALS DO NOT AGREE -- CHECK "
                      FUNCTION TRIM(WS-KEEP-PATH)
                      " BEFORE THE NEXT RUN. ***"
           END-IF
          EXIT.

       COPY audgens.

       COPY listlock.

       END PROGRAM TDAUDROL.
