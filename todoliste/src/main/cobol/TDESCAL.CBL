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
       01 WS-TDLIST-STATUS PIC XX.
       01 WS-AUDIT-STATUS  PIC XX.
       01 WS-LOCK-STATUS   PIC XX.
       01 WS-REGISTRY-STATUS PIC XX.
       01 WS-LIST-NAME     PIC X(30).
       01 WS-TDLIST-PATH   PIC X(60).
       01 WS-AUDIT-PATH    PIC X(60).
       01 WS-LOCK-PATH     PIC X(60).
       COPY lockfields.
       01 WS-REGISTRY-PATH PIC X(60).
       COPY registryrec.
       COPY regchkf.
       01 WS-EOF PIC A(1).
       01 WS-TDLIST.
          COPY tdlistrec.
       01 WS-DUE-NUM      PIC 9(8).
       01 WS-DAYS-LEFT    PIC S9(9).
       01 WS-OLD-PRIORITY PIC 9.
       COPY todobday.
       LINKAGE SECTION.
        COPY todoescal.
       PROCEDURE DIVISION USING ESCAL-PARMS.
           PERFORM SET-FILE-PATHS
           MOVE 0 TO ESCAL-RAISED-COUNT
           SET ESCAL-OK TO TRUE
           MOVE WS-LIST-NAME TO WS-RETIRE-CHECK-LIST
           PERFORM CHECK-LIST-RETIRED
           IF LIST-IS-RETIRED
              SET ESCAL-ERR-RETIRED TO TRUE
              GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-NUM
           PERFORM ACQUIRE-LIST-LOCK
           IF NOT LOCK-ACQUIRED
           SET ENVIRONMENT "TDLISTFILE" TO FUNCTION TRIM(WS-TDLIST-PATH)
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

       SCAN-FOR-APPROACHING-ITEMS SECTION.
           MOVE 'N' TO WS-EOF
           OPEN I-O TDLIST
              AND ITEM-DUE-DATE IN WS-TDLIST NOT = SPACES
              AND NOT PRIORITY-URGENT IN WS-TDLIST
              MOVE ITEM-DUE-DATE IN WS-TDLIST TO WS-DUE-NUM
              PERFORM COUNT-WORKING-DAYS-LEFT
              IF WS-DAYS-LEFT <= ESCAL-WINDOW-DAYS
                 MOVE ITEM-PRIORITY IN WS-TDLIST TO WS-OLD-PRIORITY
                 SUBTRACT 1 FROM ITEM-PRIORITY IN WS-TDLIST
           END-IF
          EXIT.

      *The escalation window is measured in working days, so weekends
      *and calendar holidays between today and the due date don't count.
       COUNT-WORKING-DAYS-LEFT SECTION.
           SET BDAY-ACTION-COUNT TO TRUE
           MOVE WS-TODAY-NUM TO BDAY-DATE-FROM
           MOVE WS-DUE-NUM TO BDAY-DATE-TO
           CALL "TDBDAY" USING BDAY-PARMS
           IF BDAY-OK OR BDAY-TRUNCATED
              MOVE BDAY-DAY-COUNT TO WS-DAYS-LEFT
           ELSE
              COMPUTE WS-DAYS-LEFT =
                 FUNCTION INTEGER-OF-DATE(WS-DUE-NUM) -
                 FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
           END-IF
          EXIT.

       WRITE-ESCALATION-AUDIT SECTION.
           MOVE "ESCAL" TO WS-AUDIT-ACTION
           MOVE ITEM-ID IN WS-TDLIST TO WS-AUDIT-ITEM-ID
