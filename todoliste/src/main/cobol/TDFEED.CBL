       IDENTIFICATION DIVISION.
       PROGRAM-ID. TDFEED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT FEED-FILE ASSIGN TO EXTERNAL FEEDFILE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FEED-STATUS.
         SELECT REJECT-FILE ASSIGN TO EXTERNAL FEEDREJFILE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REJECT-STATUS.
         SELECT CKPT-FILE ASSIGN TO EXTERNAL FEEDCKPTFILE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CKPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
          FD FEED-FILE.
          01 FEED-FILE-REC PIC X(120).
          FD REJECT-FILE.
          01 REJECT-FILE-REC PIC X(163).
          FD CKPT-FILE.
          01 CKPT-FILE-REC PIC X(110).
       WORKING-STORAGE SECTION.
       01 WS-FEED-STATUS   PIC XX.
       01 WS-REJECT-STATUS PIC XX.
       01 WS-CKPT-STATUS   PIC XX.
       01 WS-FEED-PATH     PIC X(60).
       01 WS-REJECT-PATH   PIC X(60).
       01 WS-CKPT-PATH     PIC X(60).
       01 WS-EOF PIC A(1).
       01 WS-STOP-SW       PIC X(1) VALUE 'N'.
          88 FEED-STOPPED VALUE 'Y'.
       01 WS-CKPT-FOUND-SW PIC X(1) VALUE 'N'.
          88 CKPT-FOUND VALUE 'Y'.
       01 WS-LINE-NO       PIC 9(7).
       01 WS-FEED-LINE     PIC X(120).
       01 WS-IN-REF        PIC X(20).
       01 WS-IN-STATUS     PIC X(10).
       01 WS-IN-PRIORITY   PIC X(10).
       01 WS-IN-DUE        PIC X(10).
       01 WS-UPPER-STATUS  PIC X(10).
       01 WS-NEW-STATUS    PIC 9(1).
       01 WS-NEW-STATUS-SW PIC X(1).
          88 STATUS-GIVEN VALUE 'Y'.
       01 WS-NEW-PRIORITY  PIC 9(1).
       01 WS-NEW-DUE       PIC X(8).
       01 WS-DUE-NUM       PIC 9(8).
       01 WS-REJECT-REASON PIC X(30).
       01 WS-RC-DISP       PIC 9(2).
       01 WS-REJECT-LINE.
          05 WS-REJ-LINE-NO PIC 9(7).
          05 FILLER         PIC X(3) VALUE " | ".
          05 WS-REJ-SOURCE  PIC X(120).
          05 FILLER         PIC X(3) VALUE " | ".
          05 WS-REJ-REASON  PIC X(30).
       COPY feedckrec.
       COPY todoxref.
       COPY todoactions.
       COPY todoitem.
       LINKAGE SECTION.
        COPY todofeed.
       PROCEDURE DIVISION USING FEED-PARMS.
           PERFORM SET-FILE-PATHS
           MOVE 0 TO FEED-READ-COUNT
           MOVE 0 TO FEED-APPLIED-COUNT
           MOVE 0 TO FEED-REJECTED-COUNT
           MOVE 0 TO FEED-RESTART-LINE
           SET FEED-OK TO TRUE
           PERFORM READ-CHECKPOINT
           IF CKPT-FOUND
              IF WS-FEEDCK-FEED-NAME NOT = WS-FEED-PATH
                 DISPLAY "Feed " FUNCTION TRIM(WS-FEEDCK-FEED-NAME)
                         " stopped at line " WS-FEEDCK-LINE-NO
                         " and has not been finished."
                 SET FEED-ERR-OTHER-FEED TO TRUE
                 GOBACK
              END-IF
              MOVE WS-FEEDCK-LINE-NO TO FEED-RESTART-LINE
              MOVE WS-FEEDCK-APPLIED TO FEED-APPLIED-COUNT
              MOVE WS-FEEDCK-REJECTED TO FEED-REJECTED-COUNT
              IF WS-FEEDCK-READ NUMERIC
                 MOVE WS-FEEDCK-READ TO FEED-READ-COUNT
              ELSE
                 COMPUTE FEED-READ-COUNT =
                    FEED-APPLIED-COUNT + FEED-REJECTED-COUNT
              END-IF
           END-IF
           OPEN INPUT FEED-FILE
           IF WS-FEED-STATUS NOT = "00"
              SET FEED-ERR-INPUT TO TRUE
              GOBACK
           END-IF
           IF CKPT-FOUND
              OPEN EXTEND REJECT-FILE
              IF WS-REJECT-STATUS NOT = "00"
                 OPEN OUTPUT REJECT-FILE
              END-IF
           ELSE
              OPEN OUTPUT REJECT-FILE
           END-IF
           MOVE 0 TO WS-LINE-NO
           MOVE 'N' TO WS-STOP-SW
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y' OR FEED-STOPPED
              READ FEED-FILE INTO WS-FEED-LINE
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                    ADD 1 TO WS-LINE-NO
                    IF WS-LINE-NO > FEED-RESTART-LINE
                       AND WS-FEED-LINE NOT = SPACES
                       PERFORM PROCESS-FEED-LINE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE REJECT-FILE
           CLOSE FEED-FILE
           IF NOT FEED-STOPPED
              CALL "CBL_DELETE_FILE" USING FUNCTION TRIM(WS-CKPT-PATH)
           END-IF
           PERFORM DISPLAY-FEED-SUMMARY
           GOBACK
          .

       SET-FILE-PATHS SECTION.
           MOVE SPACES TO WS-FEED-PATH
           IF FEED-FILE-NAME NOT = SPACES
              MOVE FEED-FILE-NAME TO WS-FEED-PATH
           ELSE
              MOVE "ticket-feed.txt" TO WS-FEED-PATH
           END-IF
           MOVE SPACES TO WS-REJECT-PATH
           ACCEPT WS-REJECT-PATH
              FROM ENVIRONMENT "TODOLIST_FEED_REJECTS"
           IF WS-REJECT-PATH = SPACES
              MOVE "ticket-feed-rejects.txt" TO WS-REJECT-PATH
           END-IF
           MOVE SPACES TO WS-CKPT-PATH
           ACCEPT WS-CKPT-PATH FROM ENVIRONMENT "TODOLIST_FEED_CKPT"
           IF WS-CKPT-PATH = SPACES
              MOVE "ticket-feed-ckpt.txt" TO WS-CKPT-PATH
           END-IF
           SET ENVIRONMENT "FEEDFILE" TO FUNCTION TRIM(WS-FEED-PATH)
           SET ENVIRONMENT "FEEDREJFILE"
              TO FUNCTION TRIM(WS-REJECT-PATH)
           SET ENVIRONMENT "FEEDCKPTFILE"
              TO FUNCTION TRIM(WS-CKPT-PATH)
          EXIT.

      *A checkpoint is left only by a run that did not reach the end of
      *its feed.  It holds the last line handled and the counts so far,
      *so a rerun picks up on the next line and appends to the rejects.
       READ-CHECKPOINT SECTION.
           MOVE 'N' TO WS-CKPT-FOUND-SW
           OPEN INPUT CKPT-FILE
           IF WS-CKPT-STATUS = "00"
              READ CKPT-FILE INTO WS-FEEDCK-LINE
                 AT END CONTINUE
                 NOT AT END
                    IF WS-FEEDCK-LINE-NO NUMERIC
                       SET CKPT-FOUND TO TRUE
                    END-IF
              END-READ
              CLOSE CKPT-FILE
           END-IF
          EXIT.

       WRITE-CHECKPOINT SECTION.
           MOVE WS-FEED-PATH TO WS-FEEDCK-FEED-NAME
           MOVE WS-LINE-NO TO WS-FEEDCK-LINE-NO
           MOVE FEED-APPLIED-COUNT TO WS-FEEDCK-APPLIED
           MOVE FEED-REJECTED-COUNT TO WS-FEEDCK-REJECTED
           MOVE FEED-READ-COUNT TO WS-FEEDCK-READ
           MOVE FUNCTION CURRENT-DATE TO WS-FEEDCK-TIMESTAMP
           OPEN OUTPUT CKPT-FILE
           WRITE CKPT-FILE-REC FROM WS-FEEDCK-LINE
           CLOSE CKPT-FILE
          EXIT.

      *Each line is ref;status;priority;due.  A blank field leaves the
      *item's value alone and *NONE clears the due date.  A locked list
      *stops the run without a checkpoint for the line, so the rerun
      *tries it again.
       PROCESS-FEED-LINE SECTION.
           ADD 1 TO FEED-READ-COUNT
           MOVE SPACES TO WS-IN-REF WS-IN-STATUS
           MOVE SPACES TO WS-IN-PRIORITY WS-IN-DUE
           UNSTRING WS-FEED-LINE DELIMITED BY ";"
              INTO WS-IN-REF WS-IN-STATUS WS-IN-PRIORITY WS-IN-DUE
           END-UNSTRING
           PERFORM VALIDATE-FEED-FIELDS
           IF WS-REJECT-REASON = SPACES
              PERFORM FIND-REFERENCED-ITEM
           END-IF
           IF WS-REJECT-REASON = SPACES
              PERFORM APPLY-FEED-UPDATE
           END-IF
           IF NOT FEED-STOPPED
              IF WS-REJECT-REASON = SPACES
                 ADD 1 TO FEED-APPLIED-COUNT
              ELSE
                 MOVE WS-LINE-NO TO WS-REJ-LINE-NO
                 MOVE WS-FEED-LINE TO WS-REJ-SOURCE
                 MOVE WS-REJECT-REASON TO WS-REJ-REASON
                 WRITE REJECT-FILE-REC FROM WS-REJECT-LINE
                 ADD 1 TO FEED-REJECTED-COUNT
              END-IF
              PERFORM WRITE-CHECKPOINT
           END-IF
          EXIT.

       VALIDATE-FEED-FIELDS SECTION.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE 'N' TO WS-NEW-STATUS-SW
           MOVE 0 TO WS-NEW-STATUS
           MOVE 0 TO WS-NEW-PRIORITY
           MOVE SPACES TO WS-NEW-DUE
           IF FUNCTION TRIM(WS-IN-REF) = SPACES
              MOVE "MISSING EXT REF" TO WS-REJECT-REASON
           ELSE
              IF FUNCTION LENGTH(FUNCTION TRIM(WS-IN-REF)) > 12
                 MOVE "BAD EXT REF" TO WS-REJECT-REASON
              END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
              AND FUNCTION TRIM(WS-IN-STATUS) NOT = SPACES
              PERFORM VALIDATE-FEED-STATUS
           END-IF
           IF WS-REJECT-REASON = SPACES
              AND FUNCTION TRIM(WS-IN-PRIORITY) NOT = SPACES
              IF FUNCTION TRIM(WS-IN-PRIORITY) NUMERIC
                 AND FUNCTION NUMVAL(WS-IN-PRIORITY) >= 1
                 AND FUNCTION NUMVAL(WS-IN-PRIORITY) <= 4
                 COMPUTE WS-NEW-PRIORITY =
                    FUNCTION NUMVAL(WS-IN-PRIORITY)
              ELSE
                 MOVE "BAD PRIORITY" TO WS-REJECT-REASON
              END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
              AND FUNCTION TRIM(WS-IN-DUE) NOT = SPACES
              PERFORM VALIDATE-FEED-DUE-DATE
           END-IF
           IF WS-REJECT-REASON = SPACES
              AND NOT STATUS-GIVEN
              AND WS-NEW-PRIORITY = 0
              AND WS-NEW-DUE = SPACES
              MOVE "NOTHING TO UPDATE" TO WS-REJECT-REASON
           END-IF
          EXIT.

       VALIDATE-FEED-STATUS SECTION.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-IN-STATUS))
             TO WS-UPPER-STATUS
           SET STATUS-GIVEN TO TRUE
           EVALUATE WS-UPPER-STATUS
               WHEN "0"
               WHEN "TODO"
                  MOVE 0 TO WS-NEW-STATUS
               WHEN "1"
               WHEN "DOING"
                  MOVE 1 TO WS-NEW-STATUS
               WHEN "2"
               WHEN "DONE"
                  MOVE 2 TO WS-NEW-STATUS
               WHEN "3"
               WHEN "CANCELED"
               WHEN "CANCELLED"
                  MOVE 3 TO WS-NEW-STATUS
               WHEN OTHER
                  MOVE 'N' TO WS-NEW-STATUS-SW
                  MOVE "BAD STATUS" TO WS-REJECT-REASON
           END-EVALUATE
          EXIT.

       VALIDATE-FEED-DUE-DATE SECTION.
           IF FUNCTION TRIM(WS-IN-DUE) = "*NONE"
              MOVE "*NONE" TO WS-NEW-DUE
           ELSE
              IF FUNCTION LENGTH(FUNCTION TRIM(WS-IN-DUE)) NOT = 8
                 MOVE "BAD DUE DATE" TO WS-REJECT-REASON
              ELSE
                 MOVE FUNCTION TRIM(WS-IN-DUE) TO WS-NEW-DUE
                 IF WS-NEW-DUE NOT NUMERIC
                    MOVE "BAD DUE DATE" TO WS-REJECT-REASON
                 ELSE
                    MOVE WS-NEW-DUE TO WS-DUE-NUM
                    IF FUNCTION TEST-DATE-YYYYMMDD(WS-DUE-NUM) NOT = 0
                       MOVE "BAD DUE DATE" TO WS-REJECT-REASON
                    END-IF
                 END-IF
                 IF WS-REJECT-REASON NOT = SPACES
                    MOVE SPACES TO WS-NEW-DUE
                 END-IF
              END-IF
           END-IF
          EXIT.

       FIND-REFERENCED-ITEM SECTION.
           MOVE "LK" TO XREF-ACTION-CODE
           MOVE 0 TO XREF-LIST-COUNT
           SET XREF-INCLUDE-RETIRED TO TRUE
           MOVE FUNCTION TRIM(WS-IN-REF) TO XREF-EXT-REF
           MOVE SPACES TO XREF-SKIP-LIST
           MOVE 0 TO XREF-SKIP-ID
           CALL "TDXREF" USING XREF-PARMS
           EVALUATE TRUE
               WHEN XREF-NOT-FOUND
                  MOVE "EXT REF NOT FOUND" TO WS-REJECT-REASON
               WHEN XREF-NOT-UNIQUE
                  MOVE "EXT REF NOT UNIQUE" TO WS-REJECT-REASON
               WHEN XREF-LIST-RETIRED
                  MOVE "LIST RETIRED" TO WS-REJECT-REASON
           END-EVALUATE
          EXIT.

      *The change goes through the list program's own update, so the
      *same value checks and the blocked-item rule apply as for any
      *other update.  Colour and tag are passed back unchanged.
       APPLY-FEED-UPDATE SECTION.
           MOVE SPACES TO TODO-ACTION
           MOVE "UP" TO ACTION-CODE
           MOVE XREF-FOUND-ID TO ACTION-ITEM-ID
           IF STATUS-GIVEN
              MOVE WS-NEW-STATUS TO UPDATE-STATUS
           ELSE
              MOVE XREF-FOUND-STATUS TO UPDATE-STATUS
           END-IF
           MOVE XREF-FOUND-COLOR TO UPDATE-COLOR
           MOVE XREF-FOUND-TAG TO UPDATE-TAG
           MOVE WS-NEW-PRIORITY TO UPDATE-PRIORITY
           MOVE SPACES TO UPDATE-ASSIGNEE
           MOVE 0 TO UPDATE-EST-HOURS
           MOVE WS-NEW-DUE TO UPDATE-DUE-DATE
           MOVE SPACES TO UPDATE-EXT-REF
           MOVE 0 TO FILTER-TAG
           MOVE 'N' TO FILTER-TAG-SWITCH
           MOVE 0 TO FILTER-STATUS
           MOVE 'N' TO FILTER-STATUS-SWITCH
           MOVE 0 TO ACTION-RETURN-CODE
           MOVE XREF-FOUND-LIST TO LIST-NAME IN TODO-ACTION
           CALL "TODOLISTE" USING TODO-ACTION NEW-TODO-ITEM
           EVALUATE TRUE
               WHEN ACTION-OK
                  CONTINUE
               WHEN ACTION-ERR-BLOCKED
                  MOVE "ITEM BLOCKED" TO WS-REJECT-REASON
               WHEN ACTION-ERR-BAD-VALUE
                  MOVE "BAD VALUE" TO WS-REJECT-REASON
               WHEN ACTION-ERR-RETIRED
                  MOVE "LIST RETIRED" TO WS-REJECT-REASON
               WHEN ACTION-ERR-LOCKED
                  SET FEED-STOPPED TO TRUE
                  SET FEED-ERR-LOCKED TO TRUE
                  DISPLAY "List " FUNCTION TRIM(XREF-FOUND-LIST)
                          " is locked -- feed stopped at line "
                          WS-LINE-NO
               WHEN OTHER
                  MOVE ACTION-RETURN-CODE TO WS-RC-DISP
                  MOVE SPACES TO WS-REJECT-REASON
                  STRING "UPDATE REFUSED RC=" WS-RC-DISP
                         DELIMITED BY SIZE
                         INTO WS-REJECT-REASON
                  END-STRING
           END-EVALUATE
          EXIT.

       DISPLAY-FEED-SUMMARY SECTION.
           DISPLAY "Inbound feed summary for "
                   FUNCTION TRIM(WS-FEED-PATH)
           IF FEED-RESTART-LINE > 0
              DISPLAY "  restarted after line . : " FEED-RESTART-LINE
           END-IF
           DISPLAY "  lines read . . . . . . : " FEED-READ-COUNT
           DISPLAY "  updates applied  . . . : " FEED-APPLIED-COUNT
           DISPLAY "  lines rejected . . . . : " FEED-REJECTED-COUNT
           IF FEED-STOPPED
              DISPLAY "  run stopped -- rerun to continue from line "
                      WS-LINE-NO
           END-IF
          EXIT.

       END PROGRAM TDFEED.
