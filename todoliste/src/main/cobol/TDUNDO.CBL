         SELECT AUDIT-FILE ASSIGN TO EXTERNAL AUDITFILE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDIT-STATUS.
         SELECT AUDCTL-FILE ASSIGN TO EXTERNAL AUDCTLFILE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDCTL-STATUS.
         SELECT LOCK-FILE ASSIGN TO EXTERNAL LOCKFILE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LOCK-STATUS.
         SELECT REGISTRY-FILE ASSIGN TO EXTERNAL REGISTRYFILE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REGISTRY-STATUS.
       DATA DIVISION.
       FILE SECTION.
          FD TDLIST.
             COPY tdlistrec.
          FD AUDIT-FILE.
          01 AUDIT-FILE-REC PIC X(196).
          FD AUDCTL-FILE.
          01 AUDCTL-FILE-REC PIC X(121).
          FD LOCK-FILE.
          01 LOCK-FILE-REC PIC X(30).
          FD REGISTRY-FILE.
          01 REGISTRY-FILE-REC PIC X(82).
       WORKING-STORAGE SECTION.
       01 WS-TDLIST-STATUS PIC XX.
       01 WS-AUDIT-STATUS  PIC XX.
       01 WS-AUDCTL-STATUS PIC XX.
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
       COPY auditrec.
       COPY itemimg.
       COPY audctlrec.
       COPY audgenf.
       01 WS-UNDO-FOUND PIC X(1) VALUE 'N'.
          88 UNDO-TARGET-FOUND VALUE 'Y'.
       01 WS-LAST-ACTION PIC X(6).
       01 WS-LAST-BEFORE PIC X(80).
       01 WS-LAST-AFTER  PIC X(80).
       01 WS-BEFORE-ID   PIC 9(5).
       01 WS-UNDO-BEFORE-STR PIC X(80).
       01 WS-UNDO-AFTER-STR  PIC X(80).
       PROCEDURE DIVISION USING UNDO-PARMS.
           PERFORM SET-FILE-PATHS
           SET UNDO-OK TO TRUE
           MOVE WS-LIST-NAME TO WS-RETIRE-CHECK-LIST
           PERFORM CHECK-LIST-RETIRED
           IF LIST-IS-RETIRED
              SET UNDO-ERR-RETIRED TO TRUE
              GOBACK
           END-IF
           PERFORM ACQUIRE-LIST-LOCK
           IF NOT LOCK-ACQUIRED
              SET UNDO-ERR-LOCKED TO TRUE
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

      *The active file is searched first; only when the item has no
      *entry there are the rolled-over generations searched, newest
      *first. AUDITFILE is pointed back at the active file afterwards
      *because the undo itself is audited there.
       FIND-LAST-AUDIT-ENTRY SECTION.
           MOVE 'N' TO WS-UNDO-FOUND
           MOVE SPACES TO WS-LAST-ACTION
           MOVE SPACES TO WS-LAST-BEFORE
           MOVE SPACES TO WS-LAST-AFTER
           PERFORM SCAN-ONE-AUDIT-FILE
           IF NOT UNDO-TARGET-FOUND
              PERFORM LOAD-AUDIT-GENERATIONS
              MOVE WS-AUDGEN-COUNT TO WS-AUDGEN-IX
              PERFORM UNTIL WS-AUDGEN-IX = 0
                         OR UNDO-TARGET-FOUND
                 SET ENVIRONMENT "AUDITFILE" TO
                    FUNCTION TRIM(AG-GEN-PATH(WS-AUDGEN-IX))
                 PERFORM SCAN-ONE-AUDIT-FILE
                 SUBTRACT 1 FROM WS-AUDGEN-IX
              END-PERFORM
              SET ENVIRONMENT "AUDITFILE" TO
                 FUNCTION TRIM(WS-AUDIT-PATH)
           END-IF
          EXIT.

       SCAN-ONE-AUDIT-FILE SECTION.
           MOVE 'N' TO WS-EOF
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "00"
                          SET UNDO-TARGET-FOUND TO TRUE
                          MOVE WS-AUDIT-ACTION TO WS-LAST-ACTION
                          MOVE WS-AUDIT-BEFORE TO WS-LAST-BEFORE
                          MOVE WS-AUDIT-AFTER TO WS-LAST-AFTER
                       END-IF
                 END-READ
              END-PERFORM
              OR ITEM-PRIORITY IN WS-TDLIST = 0
              SET PRIORITY-MEDIUM IN WS-TDLIST TO TRUE
           END-IF
           IF ITEM-EST-HOURS IN WS-TDLIST NOT NUMERIC
              MOVE 0 TO ITEM-EST-HOURS IN WS-TDLIST
           END-IF
           MOVE SPACES TO WS-UNDO-BEFORE-STR
           STRING "STATUS=" ITEM-STATUS IN WS-TDLIST
                  " COLOR=" ITEM-COLOR IN WS-TDLIST
                  " TAG=" ITEM-TAG IN WS-TDLIST
                  " PRI=" ITEM-PRIORITY IN WS-TDLIST
                  " ASG=" ITEM-ASSIGNEE IN WS-TDLIST
                  " EST=" ITEM-EST-HOURS IN WS-TDLIST
                  " DUE=" ITEM-DUE-DATE IN WS-TDLIST
                  " REF=" ITEM-EXT-REF IN WS-TDLIST
                  DELIMITED BY SIZE
                  INTO WS-UNDO-BEFORE-STR
           END-STRING
                 MOVE WS-LAST-BEFORE(28:1)
                   TO ITEM-PRIORITY IN WS-TDLIST
              END-IF
              IF WS-LAST-BEFORE(29:5) = " ASG="
                 MOVE WS-LAST-BEFORE(34:8)
                   TO ITEM-ASSIGNEE IN WS-TDLIST
              END-IF
              IF WS-LAST-BEFORE(42:5) = " EST="
                 AND WS-LAST-BEFORE(47:4) NUMERIC
                 MOVE WS-LAST-BEFORE(47:4)
                   TO ITEM-EST-HOURS IN WS-TDLIST
              END-IF
              IF WS-LAST-BEFORE(51:5) = " DUE="
                 MOVE WS-LAST-BEFORE(56:8)
                   TO ITEM-DUE-DATE IN WS-TDLIST
              END-IF
              IF WS-LAST-BEFORE(64:5) = " REF="
                 MOVE WS-LAST-BEFORE(69:12)
                   TO ITEM-EXT-REF IN WS-TDLIST
              END-IF
           ELSE
              IF WS-LAST-BEFORE(1:4) = "PRI="
                 AND WS-LAST-BEFORE(5:1) NUMERIC
                  " COLOR=" ITEM-COLOR IN WS-TDLIST
                  " TAG=" ITEM-TAG IN WS-TDLIST
                  " PRI=" ITEM-PRIORITY IN WS-TDLIST
                  " ASG=" ITEM-ASSIGNEE IN WS-TDLIST
                  " EST=" ITEM-EST-HOURS IN WS-TDLIST
                  " DUE=" ITEM-DUE-DATE IN WS-TDLIST
                  " REF=" ITEM-EXT-REF IN WS-TDLIST
                  DELIMITED BY SIZE
                  INTO WS-UNDO-AFTER-STR
           END-STRING
           END-IF
           IF WS-BEFORE-ID = UNDO-ITEM-ID
              MOVE WS-LAST-BEFORE(1:76) TO WS-TDLIST
              MOVE WS-LAST-AFTER TO WS-TDLIST(77:)
           ELSE
              MOVE SPACES TO WS-TDLIST
              MOVE UNDO-ITEM-ID TO ITEM-ID IN WS-TDLIST
              OR ITEM-PRIORITY IN WS-TDLIST = 0
              SET PRIORITY-MEDIUM IN WS-TDLIST TO TRUE
           END-IF
           IF ITEM-EST-HOURS IN WS-TDLIST NOT NUMERIC
              MOVE 0 TO ITEM-EST-HOURS IN WS-TDLIST
           END-IF
           OPEN I-O TDLIST
           IF WS-TDLIST-STATUS NOT = "00"
              OPEN OUTPUT TDLIST
              INVALID KEY SET UNDO-ERR-DUPLICATE TO TRUE
              NOT INVALID KEY
                 MOVE SPACES TO WS-UNDO-BEFORE-STR
                 PERFORM BUILD-ITEM-IMAGE
                 MOVE WS-ITEM-IMAGE TO WS-UNDO-AFTER-STR
                 PERFORM WRITE-UNDO-AUDIT
           END-WRITE
           CLOSE TDLIST

       COPY auditwrt.

       COPY itemimgb.

       COPY audgens.

       END PROGRAM TDUNDO.
