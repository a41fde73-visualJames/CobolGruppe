         SELECT LOCK-FILE ASSIGN TO EXTERNAL LOCKFILE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LOCK-STATUS.
         SELECT REGISTRY-FILE ASSIGN TO EXTERNAL REGISTRYFILE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REGISTRY-STATUS.
       DATA DIVISION.
       FILE SECTION.
          FD TDLIST.
          01 AUDIT-FILE-REC PIC X(196).
          FD LOCK-FILE.
          01 LOCK-FILE-REC PIC X(30).
          FD REGISTRY-FILE.
          01 REGISTRY-FILE-REC PIC X(82).
       WORKING-STORAGE SECTION.
       01 WS-TDLIST-STATUS  PIC XX.
       01 WS-ARCHIVE-STATUS PIC XX.
       01 WS-AUDIT-STATUS   PIC XX.
       01 WS-LOCK-STATUS    PIC XX.
       01 WS-REGISTRY-STATUS PIC XX.
       01 WS-LIST-NAME      PIC X(30).
       01 WS-TDLIST-PATH    PIC X(60).
       01 WS-ARCHIVE-PATH   PIC X(60).
       01 WS-AUDIT-PATH     PIC X(60).
       01 WS-LOCK-PATH      PIC X(60).
       COPY lockfields.
       01 WS-REGISTRY-PATH PIC X(60).
       COPY registryrec.
       COPY regchkf.
       01 WS-EOF PIC A(1).
       01 WS-RESTORE-FOUND PIC X(1) VALUE 'N'.
          88 RESTORE-TARGET-FOUND VALUE 'Y'.
       01 WS-TDLIST.
          COPY tdlistrec.
       COPY auditrec.
       COPY itemimg.
       01 NUMBER-OF-KEEPERS PIC 9(4).
       01 COUNTER           PIC 9(4).
       01 WS-RECORD-COUNT   PIC 9(5).
             10 AK-ITEM-TAG         PIC 9.
             10 AK-ITEM-REPEAT-DAYS PIC 9(03).
             10 AK-ITEM-PRIORITY    PIC 9.
             10 AK-ITEM-ASSIGNEE    PIC X(8).
             10 AK-ITEM-EST-HOURS   PIC 9(3)V9.
             10 AK-ITEM-EXT-REF     PIC X(12).
       LINKAGE SECTION.
        COPY todorestor.
       PROCEDURE DIVISION USING RESTORE-PARMS.
           PERFORM SET-FILE-PATHS
           SET RESTORE-OK TO TRUE
           MOVE WS-LIST-NAME TO WS-RETIRE-CHECK-LIST
           PERFORM CHECK-LIST-RETIRED
           IF LIST-IS-RETIRED
              SET RESTORE-ERR-RETIRED TO TRUE
              GOBACK
           END-IF
           PERFORM ACQUIRE-LIST-LOCK
           IF NOT LOCK-ACQUIRED
              SET RESTORE-ERR-LOCKED TO TRUE
              FUNCTION TRIM(WS-ARCHIVE-PATH)
           SET ENVIRONMENT "AUDITFILE" TO FUNCTION TRIM(WS-AUDIT-PATH)
           SET ENVIRONMENT "LOCKFILE" TO FUNCTION TRIM(WS-LOCK-PATH)
           MOVE SPACES TO WS-REGISTRY-PATH
           ACCEPT WS-REGISTRY-PATH FROM ENVIRONMENT "TODOLIST_REGISTRY"
           IF WS-REGISTRY-PATH = SPACES
              MOVE "todolists-registry.txt" TO WS-REGISTRY-PATH
           END-IF
           SET ENVIRONMENT "REGISTRYFILE" TO
              FUNCTION TRIM(WS-REGISTRY-PATH)
          EXIT.

       COPY regchk.

       SCAN-ARCHIVE-FOR-ITEM SECTION.
           MOVE 0 TO NUMBER-OF-KEEPERS
           MOVE 'N' TO WS-EOF
                             SET PRIORITY-MEDIUM IN WS-TDLIST
                              TO TRUE
                          END-IF
                          IF ITEM-EST-HOURS IN WS-TDLIST
                             NOT NUMERIC
                             MOVE 0 TO ITEM-EST-HOURS IN WS-TDLIST
                          END-IF
                       ELSE
                          IF NUMBER-OF-KEEPERS < WS-MAX-ITEMS
                             ADD 1 TO NUMBER-OF-KEEPERS
           MOVE "RESTOR" TO WS-AUDIT-ACTION
           MOVE ITEM-ID IN WS-TDLIST TO WS-AUDIT-ITEM-ID
           MOVE SPACES TO WS-AUDIT-BEFORE
           PERFORM BUILD-ITEM-IMAGE
           MOVE WS-ITEM-IMAGE TO WS-AUDIT-AFTER
           PERFORM WRITE-AUDIT-RECORD
          EXIT.

       COPY auditwrt.

       COPY itemimgb.

       COPY listlock.

       END PROGRAM TDRESTOR.
