       IDENTIFICATION DIVISION.
       PROGRAM-ID. TDKPI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT TDLIST ASSIGN TO EXTERNAL TDLISTFILE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS ITEM-ID IN TDLIST-FILE
            FILE STATUS IS WS-TDLIST-STATUS.
         SELECT AUDIT-FILE ASSIGN TO EXTERNAL AUDITFILE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDIT-STATUS.
         SELECT AUDCTL-FILE ASSIGN TO EXTERNAL AUDCTLFILE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDCTL-STATUS.
         SELECT KPI-FILE ASSIGN TO EXTERNAL KPIFILE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-KPI-STATUS.
       DATA DIVISION.
       FILE SECTION.
          FD TDLIST.
          01 TDLIST-FILE.
             COPY tdlistrec.
          FD AUDIT-FILE.
          01 AUDIT-FILE-REC PIC X(196).
          FD AUDCTL-FILE.
          01 AUDCTL-FILE-REC PIC X(121).
          FD KPI-FILE.
          01 KPI-FILE-REC PIC X(93).
       WORKING-STORAGE SECTION.
       01 WS-TDLIST-STATUS PIC XX.
       01 WS-AUDIT-STATUS  PIC XX.
       01 WS-AUDCTL-STATUS PIC XX.
       01 WS-KPI-STATUS    PIC XX.
       01 WS-LIST-NAME     PIC X(30).
       01 WS-TDLIST-PATH   PIC X(60).
       01 WS-AUDIT-PATH    PIC X(60).
       01 WS-EOF PIC A(1).
       01 WS-TDLIST.
          COPY tdlistrec.
       COPY auditrec.
       COPY audctlrec.
       COPY audgenf.
       COPY kpirec.
       COPY kpif.
       01 WS-RUN-DATE      PIC X(8).
       01 WS-RUN-DATE-NUM  PIC 9(8).
       01 WS-RECORDED-SW   PIC X(1) VALUE 'N'.
          88 KPI-ALREADY-ON-FILE VALUE 'Y'.
       01 WS-KPI-COUNTS.
          05 WS-CNT-OPEN     PIC 9(5).
          05 WS-CNT-DOING    PIC 9(5).
          05 WS-CNT-DONE     PIC 9(5).
          05 WS-CNT-CANCELED PIC 9(5).
          05 WS-CNT-OVERDUE  PIC 9(5).
          05 WS-CNT-URGENT   PIC 9(5).
          05 WS-CNT-ADDED    PIC 9(5).
          05 WS-CNT-CLOSED   PIC 9(5).
          05 WS-CNT-ARCHIVED PIC 9(5).
       LINKAGE SECTION.
        COPY todokpi.
       PROCEDURE DIVISION USING KPI-PARMS.
           SET KPI-OK TO TRUE
           PERFORM SET-FILE-PATHS
           PERFORM SET-RUN-DATE
           IF NOT KPI-OK
              GOBACK
           END-IF
           PERFORM CHECK-KPI-RECORDED
           IF KPI-ALREADY-ON-FILE
              SET KPI-ALREADY-RECORDED TO TRUE
              GOBACK
           END-IF
           INITIALIZE WS-KPI-COUNTS
           PERFORM TALLY-LIST-STATUS
           PERFORM TALLY-DAY-ACTIVITY
           PERFORM APPEND-KPI-RECORD
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
           SET ENVIRONMENT "TDLISTFILE" TO FUNCTION TRIM(WS-TDLIST-PATH)
           MOVE SPACES TO WS-AUDIT-PATH
           STRING FUNCTION TRIM(WS-LIST-NAME) DELIMITED BY SIZE
                  "-audit.txt" DELIMITED BY SIZE
                  INTO WS-AUDIT-PATH
           END-STRING
           SET ENVIRONMENT "AUDITFILE" TO FUNCTION TRIM(WS-AUDIT-PATH)
           PERFORM SET-KPI-PATH
          EXIT.

       SET-RUN-DATE SECTION.
           IF KPI-RUN-DATE = SPACES
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           ELSE
              MOVE KPI-RUN-DATE TO WS-RUN-DATE
           END-IF
           IF WS-RUN-DATE NOT NUMERIC
              SET KPI-ERR-BAD-DATE TO TRUE
           ELSE
              MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-RUN-DATE-NUM) NOT = 0
                 SET KPI-ERR-BAD-DATE TO TRUE
              END-IF
           END-IF
          EXIT.

      *One record per list per day: a rerun for a day already on file
      *leaves the history as it is.
       CHECK-KPI-RECORDED SECTION.
           MOVE 'N' TO WS-RECORDED-SW
           MOVE 'N' TO WS-KPI-EOF
           OPEN INPUT KPI-FILE
           IF WS-KPI-STATUS = "00"
              PERFORM UNTIL WS-KPI-EOF = 'Y'
                 READ KPI-FILE INTO WS-KPI-LINE
                    AT END MOVE 'Y' TO WS-KPI-EOF
                    NOT AT END
                       IF WS-KPI-DATE = WS-RUN-DATE
                          AND WS-KPI-LIST-NAME = WS-LIST-NAME
                          SET KPI-ALREADY-ON-FILE TO TRUE
                          MOVE 'Y' TO WS-KPI-EOF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE KPI-FILE
           END-IF
          EXIT.

       TALLY-LIST-STATUS SECTION.
           MOVE 'N' TO WS-EOF
           OPEN INPUT TDLIST
           IF WS-TDLIST-STATUS = "00"
              PERFORM UNTIL WS-EOF = 'Y'
                 READ TDLIST NEXT INTO WS-TDLIST
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END PERFORM TALLY-ITEM-STATUS
                 END-READ
              END-PERFORM
              CLOSE TDLIST
           END-IF
          EXIT.

       TALLY-ITEM-STATUS SECTION.
           EVALUATE TRUE
               WHEN TODO IN WS-TDLIST
                  ADD 1 TO WS-CNT-OPEN
               WHEN DOING IN WS-TDLIST
                  ADD 1 TO WS-CNT-DOING
               WHEN DONE IN WS-TDLIST
                  ADD 1 TO WS-CNT-DONE
               WHEN CANCELED IN WS-TDLIST
                  ADD 1 TO WS-CNT-CANCELED
           END-EVALUATE
           IF TODO IN WS-TDLIST OR DOING IN WS-TDLIST
              IF ITEM-DUE-DATE IN WS-TDLIST NOT = SPACES
                 AND ITEM-DUE-DATE IN WS-TDLIST < WS-RUN-DATE
                 ADD 1 TO WS-CNT-OVERDUE
              END-IF
              IF PRIORITY-URGENT IN WS-TDLIST
                 ADD 1 TO WS-CNT-URGENT
              END-IF
           END-IF
          EXIT.

      *The day's activity comes from the audit trail, including any
      *rolled-over generation that reaches the run date.
       TALLY-DAY-ACTIVITY SECTION.
           PERFORM LOAD-AUDIT-GENERATIONS
           PERFORM VARYING WS-AUDGEN-IX FROM 1 BY 1
                UNTIL WS-AUDGEN-IX > WS-AUDGEN-COUNT
              IF AG-LAST-TS(WS-AUDGEN-IX)(1:8) >= WS-RUN-DATE
                 AND AG-FIRST-TS(WS-AUDGEN-IX)(1:8) <= WS-RUN-DATE
                 SET ENVIRONMENT "AUDITFILE" TO
                    FUNCTION TRIM(AG-GEN-PATH(WS-AUDGEN-IX))
                 PERFORM READ-ONE-AUDIT-FILE
              END-IF
           END-PERFORM
           SET ENVIRONMENT "AUDITFILE" TO FUNCTION TRIM(WS-AUDIT-PATH)
           PERFORM READ-ONE-AUDIT-FILE
          EXIT.

       READ-ONE-AUDIT-FILE SECTION.
           MOVE 'N' TO WS-EOF
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "00"
              PERFORM UNTIL WS-EOF = 'Y'
                 READ AUDIT-FILE INTO WS-AUDIT-LINE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF WS-AUDIT-TIMESTAMP(1:8) = WS-RUN-DATE
                          PERFORM CLASSIFY-AUDIT-EVENT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE AUDIT-FILE
           END-IF
          EXIT.

       CLASSIFY-AUDIT-EVENT SECTION.
           EVALUATE FUNCTION TRIM(WS-AUDIT-ACTION)
               WHEN "ADD"
               WHEN "REGEN"
               WHEN "IMPORT"
               WHEN "RESTOR"
               WHEN "MOVEIN"
                  ADD 1 TO WS-CNT-ADDED
               WHEN "UPDATE"
                  IF WS-AUDIT-AFTER(1:7) = "STATUS="
                     AND (WS-AUDIT-AFTER(8:1) = "2"
                          OR WS-AUDIT-AFTER(8:1) = "3")
                     AND WS-AUDIT-BEFORE(1:7) = "STATUS="
                     AND (WS-AUDIT-BEFORE(8:1) = "0"
                          OR WS-AUDIT-BEFORE(8:1) = "1")
                     ADD 1 TO WS-CNT-CLOSED
                  END-IF
               WHEN "MERGE"
                  ADD 1 TO WS-CNT-CLOSED
               WHEN "ARCHIV"
                  ADD 1 TO WS-CNT-ARCHIVED
           END-EVALUATE
          EXIT.

       APPEND-KPI-RECORD SECTION.
           MOVE WS-RUN-DATE     TO WS-KPI-DATE
           MOVE WS-LIST-NAME    TO WS-KPI-LIST-NAME
           MOVE WS-CNT-OPEN     TO WS-KPI-OPEN
           MOVE WS-CNT-DOING    TO WS-KPI-DOING
           MOVE WS-CNT-DONE     TO WS-KPI-DONE
           MOVE WS-CNT-CANCELED TO WS-KPI-CANCELED
           MOVE WS-CNT-OVERDUE  TO WS-KPI-OVERDUE
           MOVE WS-CNT-URGENT   TO WS-KPI-URGENT
           MOVE WS-CNT-ADDED    TO WS-KPI-ADDED
           MOVE WS-CNT-CLOSED   TO WS-KPI-CLOSED
           MOVE WS-CNT-ARCHIVED TO WS-KPI-ARCHIVED
           OPEN EXTEND KPI-FILE
           IF WS-KPI-STATUS NOT = "00"
              OPEN OUTPUT KPI-FILE
           END-IF
           WRITE KPI-FILE-REC FROM WS-KPI-LINE
           CLOSE KPI-FILE
          EXIT.

       COPY audgens.

       COPY kpipath.

       END PROGRAM TDKPI.
