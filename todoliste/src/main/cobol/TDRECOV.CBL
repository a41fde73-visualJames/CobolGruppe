       IDENTIFICATION DIVISION.
       PROGRAM-ID. TDRECOV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT TDLIST ASSIGN TO EXTERNAL TDLISTFILE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS ITEM-ID IN TDLIST-FILE
            FILE STATUS IS WS-TDLIST-STATUS.
         SELECT SEQ-FILE ASSIGN TO EXTERNAL SEQFILE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SEQ-STATUS.
         SELECT DEPS-FILE ASSIGN TO EXTERNAL DEPSFILE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-DEPS-STATUS.
         SELECT NOTES-FILE ASSIGN TO EXTERNAL NOTESFILE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-NOTES-STATUS.
         SELECT NOTES-KEEP-FILE ASSIGN TO EXTERNAL NOTESKEEPFILE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-NOTES-KEEP-STATUS.
         SELECT TIME-FILE ASSIGN TO EXTERNAL TIMEFILE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TIME-STATUS.
         SELECT TIME-KEEP-FILE ASSIGN TO EXTERNAL TIMEKEEPFILE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TIME-KEEP-STATUS.
         SELECT SNAP-ITEMS-FILE ASSIGN TO EXTERNAL SNAPITEMSFILE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SNAP-ITEMS-STATUS.
         SELECT SNAP-SEQ-FILE ASSIGN TO EXTERNAL SNAPSEQFILE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SNAP-SEQ-STATUS.
         SELECT SNAP-DEPS-FILE ASSIGN TO EXTERNAL SNAPDEPSFILE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SNAP-DEPS-STATUS.
         SELECT SNAP-NOTES-FILE ASSIGN TO EXTERNAL SNAPNOTESFILE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SNAP-NOTES-STATUS.
         SELECT SNAP-TIME-FILE ASSIGN TO EXTERNAL SNAPTIMEFILE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SNAP-TIME-STATUS.
         SELECT MANIFEST-FILE ASSIGN TO EXTERNAL SNAPMANIFILE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-MANIFEST-STATUS.
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
          01 TDLIST-FILE.
             COPY tdlistrec.
          FD SEQ-FILE.
          01 SEQ-FILE-REC.
             05 SEQ-LAST-ID PIC 9(5).
          FD DEPS-FILE.
          01 DEPS-FILE-REC PIC X(11).
          FD NOTES-FILE.
          01 NOTES-FILE-REC PIC X(88).
          FD NOTES-KEEP-FILE.
          01 NOTES-KEEP-FILE-REC PIC X(88).
          FD TIME-FILE.
          01 TIME-FILE-REC PIC X(50).
          FD TIME-KEEP-FILE.
          01 TIME-KEEP-FILE-REC PIC X(50).
          FD SNAP-ITEMS-FILE.
          01 SNAP-ITEMS-FILE-REC.
             COPY archiverec.
          FD SNAP-SEQ-FILE.
          01 SNAP-SEQ-FILE-REC PIC X(5).
          FD SNAP-DEPS-FILE.
          01 SNAP-DEPS-FILE-REC PIC X(11).
          FD SNAP-NOTES-FILE.
          01 SNAP-NOTES-FILE-REC PIC X(88).
          FD SNAP-TIME-FILE.
          01 SNAP-TIME-FILE-REC PIC X(50).
          FD MANIFEST-FILE.
          01 MANIFEST-FILE-REC PIC X(106).
          FD AUDIT-FILE.
          01 AUDIT-FILE-REC PIC X(196).
          FD AUDCTL-FILE.
          01 AUDCTL-FILE-REC PIC X(121).
          FD LOCK-FILE.
          01 LOCK-FILE-REC PIC X(30).
          FD REGISTRY-FILE.
          01 REGISTRY-FILE-REC PIC X(82).
       WORKING-STORAGE SECTION.
       01 WS-TDLIST-STATUS      PIC XX.
       01 WS-SEQ-STATUS         PIC XX.
       01 WS-DEPS-STATUS        PIC XX.
       01 WS-NOTES-STATUS       PIC XX.
       01 WS-NOTES-KEEP-STATUS  PIC XX.
       01 WS-TIME-STATUS        PIC XX.
       01 WS-TIME-KEEP-STATUS   PIC XX.
       01 WS-SNAP-ITEMS-STATUS  PIC XX.
       01 WS-SNAP-SEQ-STATUS    PIC XX.
       01 WS-SNAP-DEPS-STATUS   PIC XX.
       01 WS-SNAP-NOTES-STATUS  PIC XX.
       01 WS-SNAP-TIME-STATUS   PIC XX.
       01 WS-MANIFEST-STATUS    PIC XX.
       01 WS-AUDIT-STATUS       PIC XX.
       01 WS-AUDCTL-STATUS      PIC XX.
       01 WS-LOCK-STATUS        PIC XX.
       01 WS-REGISTRY-STATUS    PIC XX.
       01 WS-LIST-NAME          PIC X(30).
       01 WS-TDLIST-PATH        PIC X(60).
       01 WS-SEQ-PATH           PIC X(60).
       01 WS-DEPS-PATH          PIC X(60).
       01 WS-NOTES-PATH         PIC X(60).
       01 WS-NOTES-KEEP-PATH    PIC X(60).
       01 WS-TIME-PATH          PIC X(60).
       01 WS-TIME-KEEP-PATH     PIC X(60).
       01 WS-AUDIT-PATH         PIC X(60).
       01 WS-LOCK-PATH          PIC X(60).
       01 WS-SNAP-PREFIX        PIC X(50).
       01 WS-MANIFEST-PATH      PIC X(60).
       COPY lockfields.
       01 WS-REGISTRY-PATH      PIC X(60).
       COPY registryrec.
       COPY regchkf.
       COPY audctlrec.
       COPY audgenf.
       01 WS-EOF PIC A(1).
       01 WS-TDLIST.
          COPY tdlistrec.
       01 WS-SEQ-REC.
          05 WS-LAST-ID PIC 9(5).
       COPY auditrec.
       COPY itemimg.
       COPY depsrec.
       COPY notesrec.
       COPY timerec.
       COPY snapmfrec.
       01 WS-SNAP-STAMP        PIC X(21).
       01 WS-SNAP-ITEMS-COUNT  PIC 9(7).
       01 WS-SNAP-DEPS-COUNT   PIC 9(7).
       01 WS-SNAP-NOTES-COUNT  PIC 9(7).
       01 WS-SNAP-TIME-COUNT   PIC 9(7).
       01 WS-FILE-COUNT        PIC 9(7).
       01 WS-KEPT-NOTE-COUNT   PIC 9(7).
       01 WS-KEPT-TIME-COUNT   PIC 9(7).
       01 WS-SNAP-SEQ-ID       PIC 9(5).
       01 WS-LIVE-SEQ-ID       PIC 9(5).
       01 WS-MANIFEST-SW PIC X(1) VALUE 'N'.
          88 MANIFEST-FOUND VALUE 'Y'.
       01 WS-SNAP-TIME-SW PIC X(1) VALUE 'N'.
          88 SNAP-HAS-TIME VALUE 'Y'.
       01 WS-IN-WINDOW-SW PIC X(1) VALUE 'N'.
          88 AUDIT-IN-WINDOW VALUE 'Y'.
       01 WS-AUDIT-PASS-SW PIC X(1) VALUE 'R'.
          88 PASS-FIND-RECOVERIES VALUE 'S'.
          88 PASS-REPLAY          VALUE 'R'.
       01 WS-DISCARDED-SW PIC X(1) VALUE 'N'.
          88 AUDIT-DISCARDED VALUE 'Y'.
       01 WS-RANGE-COUNT   PIC 9(3).
       01 WS-RANGE-IX      PIC 9(3).
       01 WS-MAX-RANGES    PIC 9(3) VALUE 100.
       01 WS-RANGE-FULL    PIC X(1) VALUE 'N'.
          88 RANGE-TABLE-FULL VALUE 'Y'.
       01 DISCARDED-RANGES.
          05 DISCARDED-RANGE OCCURS 100 TIMES.
             10 DR-AFTER-TS     PIC X(14).
             10 DR-RECOVERY-TS  PIC X(21).
       01 WS-SOURCE-ID     PIC 9(5).
       01 WS-REF-POS       PIC 9(3).
       01 WS-DEP-COUNT     PIC 9(4).
       01 WS-DEP-IX        PIC 9(4).
       01 WS-MAX-DEPS      PIC 9(4) VALUE 1000.
       01 WS-DEP-FULL      PIC X(1) VALUE 'N'.
          88 DEP-TABLE-FULL VALUE 'Y'.
       01 WS-DEP-FOUND-SW  PIC X(1) VALUE 'N'.
          88 DEP-LINK-FOUND VALUE 'Y'.
       01 WS-ITEM-FOUND-SW PIC X(1) VALUE 'N'.
          88 DEP-ITEM-FOUND VALUE 'Y'.
       01 WS-DEPS-KEPT     PIC 9(4).
       01 WS-DEPS-DROPPED  PIC 9(4).
       01 WS-DEPS-RESTORED PIC 9(4).
       01 DEP-LINKS.
          05 DEP-LINK OCCURS 1000 TIMES.
             10 DL-ITEM-ID  PIC 9(5).
             10 DL-PRED-ID  PIC 9(5).
             10 DL-SOURCE   PIC X(1).
                88 DL-FROM-SNAPSHOT VALUE 'S'.
                88 DL-FROM-LIVE     VALUE 'L'.
                88 DL-FROM-BOTH     VALUE 'B'.
       01 WS-REPLAY-RESULT PIC X(7).
       01 WS-REPLAY-REASON PIC X(30).
       01 WS-IMAGE-TEXT    PIC X(80).
       LINKAGE SECTION.
        COPY todorecov.
       PROCEDURE DIVISION USING RECOV-PARMS.
           PERFORM SET-FILE-PATHS
           MOVE 0 TO RECOV-APPLIED-COUNT RECOV-SKIPPED-COUNT
           SET RECOV-OK TO TRUE
           MOVE WS-LIST-NAME TO WS-RETIRE-CHECK-LIST
           PERFORM CHECK-LIST-RETIRED
           IF LIST-IS-RETIRED
              SET RECOV-ERR-RETIRED TO TRUE
              GOBACK
           END-IF
           PERFORM ACQUIRE-LIST-LOCK
           IF NOT LOCK-ACQUIRED
              SET RECOV-ERR-LOCKED TO TRUE
              GOBACK
           END-IF
           PERFORM READ-SNAPSHOT-MANIFEST
           EVALUATE TRUE
               WHEN NOT MANIFEST-FOUND
                  SET RECOV-NOT-FOUND TO TRUE
               WHEN RECOV-TARGET-TS NOT = SPACES
                    AND RECOV-TARGET-TS < WS-SNAP-STAMP(1:14)
                  SET RECOV-ERR-TARGET TO TRUE
               WHEN OTHER
                  PERFORM VERIFY-SNAPSHOT-SET
           END-EVALUATE
           IF RECOV-OK
              PERFORM FIND-EARLIER-RECOVERIES
              IF RANGE-TABLE-FULL
                 SET RECOV-ERR-CAPACITY TO TRUE
              END-IF
           END-IF
           IF RECOV-OK
              PERFORM LOAD-DEP-LINKS
              IF DEP-TABLE-FULL
                 SET RECOV-ERR-CAPACITY TO TRUE
              END-IF
           END-IF
           IF RECOV-OK
              DISPLAY "Recovery of " FUNCTION TRIM(WS-LIST-NAME)
                      " from snapshot " WS-SNAP-STAMP
              IF RECOV-TARGET-TS = SPACES
                 DISPLAY "  replaying the whole audit trail"
              ELSE
                 DISPLAY "  replaying the audit trail up to "
                         RECOV-TARGET-TS
              END-IF
              PERFORM SAVE-LATER-NOTES
              IF SNAP-HAS-TIME
                 PERFORM SAVE-LATER-TIME
              END-IF
              PERFORM RESTORE-SNAPSHOT-SET
              PERFORM REPLAY-AUDIT-TRAIL
              PERFORM WRITE-MERGED-DEPS
              PERFORM RESET-SEQ-FILE
              PERFORM WRITE-RECOVERY-AUDIT
              DISPLAY "  transactions applied  . . : "
                      RECOV-APPLIED-COUNT
              DISPLAY "  transactions skipped  . . : "
                      RECOV-SKIPPED-COUNT
              DISPLAY "  later notes carried over  : "
                      WS-KEPT-NOTE-COUNT
              DISPLAY "  later time carried over . : "
                      WS-KEPT-TIME-COUNT
              DISPLAY "  later links carried over  : "
                      WS-DEPS-KEPT
              DISPLAY "  later links dropped . . . : "
                      WS-DEPS-DROPPED
              DISPLAY "  links only in snapshot  . : "
                      WS-DEPS-RESTORED
           END-IF
           CALL "CBL_DELETE_FILE"
              USING FUNCTION TRIM(WS-NOTES-KEEP-PATH)
           CALL "CBL_DELETE_FILE"
              USING FUNCTION TRIM(WS-TIME-KEEP-PATH)
           PERFORM RELEASE-LIST-LOCK
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
           MOVE SPACES TO WS-SEQ-PATH
           STRING FUNCTION TRIM(WS-LIST-NAME) DELIMITED BY SIZE
                  "-seq.txt" DELIMITED BY SIZE
                  INTO WS-SEQ-PATH
           END-STRING
           MOVE SPACES TO WS-DEPS-PATH
           STRING FUNCTION TRIM(WS-LIST-NAME) DELIMITED BY SIZE
                  "-deps.txt" DELIMITED BY SIZE
                  INTO WS-DEPS-PATH
           END-STRING
           MOVE SPACES TO WS-NOTES-PATH
           STRING FUNCTION TRIM(WS-LIST-NAME) DELIMITED BY SIZE
                  "-notes.txt" DELIMITED BY SIZE
                  INTO WS-NOTES-PATH
           END-STRING
           MOVE SPACES TO WS-NOTES-KEEP-PATH
           STRING FUNCTION TRIM(WS-LIST-NAME) DELIMITED BY SIZE
                  "-notes-keep.txt" DELIMITED BY SIZE
                  INTO WS-NOTES-KEEP-PATH
           END-STRING
           MOVE SPACES TO WS-TIME-PATH
           STRING FUNCTION TRIM(WS-LIST-NAME) DELIMITED BY SIZE
                  "-time.txt" DELIMITED BY SIZE
                  INTO WS-TIME-PATH
           END-STRING
           MOVE SPACES TO WS-TIME-KEEP-PATH
           STRING FUNCTION TRIM(WS-LIST-NAME) DELIMITED BY SIZE
                  "-time-keep.txt" DELIMITED BY SIZE
                  INTO WS-TIME-KEEP-PATH
           END-STRING
           MOVE SPACES TO WS-AUDIT-PATH
           STRING FUNCTION TRIM(WS-LIST-NAME) DELIMITED BY SIZE
                  "-audit.txt" DELIMITED BY SIZE
                  INTO WS-AUDIT-PATH
           END-STRING
           MOVE SPACES TO WS-LOCK-PATH
           STRING FUNCTION TRIM(WS-LIST-NAME) DELIMITED BY SIZE
                  "-lock.txt" DELIMITED BY SIZE
                  INTO WS-LOCK-PATH
           END-STRING
           MOVE SPACES TO WS-SNAP-PREFIX
           STRING FUNCTION TRIM(WS-LIST-NAME) DELIMITED BY SIZE
                  "-snap-" DELIMITED BY SIZE
                  RECOV-SNAP-DATE DELIMITED BY SIZE
                  INTO WS-SNAP-PREFIX
           END-STRING
           MOVE SPACES TO WS-MANIFEST-PATH
           STRING FUNCTION TRIM(WS-SNAP-PREFIX) DELIMITED BY SIZE
                  "-manifest.txt" DELIMITED BY SIZE
                  INTO WS-MANIFEST-PATH
           END-STRING
           SET ENVIRONMENT "TDLISTFILE" TO FUNCTION TRIM(WS-TDLIST-PATH)
           SET ENVIRONMENT "SEQFILE" TO FUNCTION TRIM(WS-SEQ-PATH)
           SET ENVIRONMENT "DEPSFILE" TO FUNCTION TRIM(WS-DEPS-PATH)
           SET ENVIRONMENT "NOTESFILE" TO FUNCTION TRIM(WS-NOTES-PATH)
           SET ENVIRONMENT "NOTESKEEPFILE" TO
              FUNCTION TRIM(WS-NOTES-KEEP-PATH)
           SET ENVIRONMENT "TIMEFILE" TO FUNCTION TRIM(WS-TIME-PATH)
           SET ENVIRONMENT "TIMEKEEPFILE" TO
              FUNCTION TRIM(WS-TIME-KEEP-PATH)
           SET ENVIRONMENT "AUDITFILE" TO FUNCTION TRIM(WS-AUDIT-PATH)
           SET ENVIRONMENT "LOCKFILE" TO FUNCTION TRIM(WS-LOCK-PATH)
           SET ENVIRONMENT "SNAPMANIFILE" TO
              FUNCTION TRIM(WS-MANIFEST-PATH)
           MOVE SPACES TO WS-REGISTRY-PATH
           ACCEPT WS-REGISTRY-PATH FROM ENVIRONMENT "TODOLIST_REGISTRY"
           IF WS-REGISTRY-PATH = SPACES
              MOVE "todolists-registry.txt" TO WS-REGISTRY-PATH
           END-IF
           SET ENVIRONMENT "REGISTRYFILE" TO
              FUNCTION TRIM(WS-REGISTRY-PATH)
          EXIT.

       COPY regchk.

       READ-SNAPSHOT-MANIFEST SECTION.
           MOVE 'N' TO WS-MANIFEST-SW
           MOVE SPACES TO WS-SNAP-STAMP
           MOVE 0 TO WS-SNAP-ITEMS-COUNT WS-SNAP-DEPS-COUNT
           MOVE 0 TO WS-SNAP-NOTES-COUNT WS-SNAP-TIME-COUNT
           MOVE 0 TO WS-KEPT-NOTE-COUNT WS-KEPT-TIME-COUNT
           MOVE 'N' TO WS-SNAP-TIME-SW
           MOVE 'N' TO WS-EOF
           OPEN INPUT MANIFEST-FILE
           IF WS-MANIFEST-STATUS = "00"
              PERFORM UNTIL WS-EOF = 'Y'
                 READ MANIFEST-FILE INTO WS-SNAPMF-LINE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END PERFORM NOTE-MANIFEST-ENTRY
                 END-READ
              END-PERFORM
              CLOSE MANIFEST-FILE
           END-IF
          EXIT.

       NOTE-MANIFEST-ENTRY SECTION.
           MOVE WS-SNAPMF-STAMP TO WS-SNAP-STAMP
           EVALUATE TRUE
               WHEN SNAPMF-ITEMS
                  SET MANIFEST-FOUND TO TRUE
                  MOVE WS-SNAPMF-COUNT TO WS-SNAP-ITEMS-COUNT
                  SET ENVIRONMENT "SNAPITEMSFILE" TO
                     FUNCTION TRIM(WS-SNAPMF-PATH)
               WHEN SNAPMF-SEQ
                  SET ENVIRONMENT "SNAPSEQFILE" TO
                     FUNCTION TRIM(WS-SNAPMF-PATH)
               WHEN SNAPMF-DEPS
                  MOVE WS-SNAPMF-COUNT TO WS-SNAP-DEPS-COUNT
                  SET ENVIRONMENT "SNAPDEPSFILE" TO
                     FUNCTION TRIM(WS-SNAPMF-PATH)
               WHEN SNAPMF-NOTES
                  MOVE WS-SNAPMF-COUNT TO WS-SNAP-NOTES-COUNT
                  SET ENVIRONMENT "SNAPNOTESFILE" TO
                     FUNCTION TRIM(WS-SNAPMF-PATH)
               WHEN SNAPMF-TIME
                  SET SNAP-HAS-TIME TO TRUE
                  MOVE WS-SNAPMF-COUNT TO WS-SNAP-TIME-COUNT
                  SET ENVIRONMENT "SNAPTIMEFILE" TO
                     FUNCTION TRIM(WS-SNAPMF-PATH)
           END-EVALUATE
          EXIT.

      *Nothing in the live list is touched until every file in the
      *snapshot set has been read back and agrees with the manifest.
       VERIFY-SNAPSHOT-SET SECTION.
           MOVE 0 TO WS-FILE-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT SNAP-ITEMS-FILE
           IF WS-SNAP-ITEMS-STATUS = "00"
              PERFORM UNTIL WS-EOF = 'Y'
                 READ SNAP-ITEMS-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END ADD 1 TO WS-FILE-COUNT
                 END-READ
              END-PERFORM
              CLOSE SNAP-ITEMS-FILE
           END-IF
           IF WS-FILE-COUNT NOT = WS-SNAP-ITEMS-COUNT
              SET RECOV-ERR-INCOMPLETE TO TRUE
           END-IF
           MOVE 0 TO WS-FILE-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT SNAP-DEPS-FILE
           IF WS-SNAP-DEPS-STATUS = "00"
              PERFORM UNTIL WS-EOF = 'Y'
                 READ SNAP-DEPS-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END ADD 1 TO WS-FILE-COUNT
                 END-READ
              END-PERFORM
              CLOSE SNAP-DEPS-FILE
           END-IF
           IF WS-FILE-COUNT NOT = WS-SNAP-DEPS-COUNT
              SET RECOV-ERR-INCOMPLETE TO TRUE
           END-IF
           MOVE 0 TO WS-FILE-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT SNAP-NOTES-FILE
           IF WS-SNAP-NOTES-STATUS = "00"
              PERFORM UNTIL WS-EOF = 'Y'
                 READ SNAP-NOTES-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END ADD 1 TO WS-FILE-COUNT
                 END-READ
              END-PERFORM
              CLOSE SNAP-NOTES-FILE
           END-IF
           IF WS-FILE-COUNT NOT = WS-SNAP-NOTES-COUNT
              SET RECOV-ERR-INCOMPLETE TO TRUE
           END-IF
           IF SNAP-HAS-TIME
              MOVE 0 TO WS-FILE-COUNT
              MOVE 'N' TO WS-EOF
              OPEN INPUT SNAP-TIME-FILE
              IF WS-SNAP-TIME-STATUS = "00"
                 PERFORM UNTIL WS-EOF = 'Y'
                    READ SNAP-TIME-FILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END ADD 1 TO WS-FILE-COUNT
                    END-READ
                 END-PERFORM
                 CLOSE SNAP-TIME-FILE
              END-IF
              IF WS-FILE-COUNT NOT = WS-SNAP-TIME-COUNT
                 SET RECOV-ERR-INCOMPLETE TO TRUE
              END-IF
           END-IF
           MOVE 0 TO WS-SNAP-SEQ-ID
           OPEN INPUT SNAP-SEQ-FILE
           IF WS-SNAP-SEQ-STATUS NOT = "00"
              SET RECOV-ERR-INCOMPLETE TO TRUE
           ELSE
              READ SNAP-SEQ-FILE INTO WS-SEQ-REC
                 AT END SET RECOV-ERR-INCOMPLETE TO TRUE
                 NOT AT END MOVE WS-LAST-ID TO WS-SNAP-SEQ-ID
              END-READ
              CLOSE SNAP-SEQ-FILE
           END-IF
          EXIT.

      *Notes are not audited, so notes written after the snapshot (and
      *no later than the target) are set aside and added back after the
      *snapshot notes are restored.
       SAVE-LATER-NOTES SECTION.
           MOVE 0 TO WS-KEPT-NOTE-COUNT
           MOVE 'N' TO WS-EOF
           OPEN OUTPUT NOTES-KEEP-FILE
           OPEN INPUT NOTES-FILE
           IF WS-NOTES-STATUS = "00"
              PERFORM UNTIL WS-EOF = 'Y'
                 READ NOTES-FILE INTO WS-NOTE-LINE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF WS-NOTE-TIMESTAMP > WS-SNAP-STAMP
                          AND (RECOV-TARGET-TS = SPACES
                           OR WS-NOTE-TIMESTAMP(1:14) <=
                              RECOV-TARGET-TS)
                          WRITE NOTES-KEEP-FILE-REC FROM WS-NOTE-LINE
                          ADD 1 TO WS-KEPT-NOTE-COUNT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE NOTES-FILE
           END-IF
           CLOSE NOTES-KEEP-FILE
          EXIT.

      *Time entries are not audited either and are carried over the same
      *way.  A snapshot taken before time was logged has no time file in
      *its set, and the live time file is then left as it is.
       SAVE-LATER-TIME SECTION.
           MOVE 0 TO WS-KEPT-TIME-COUNT
           MOVE 'N' TO WS-EOF
           OPEN OUTPUT TIME-KEEP-FILE
           OPEN INPUT TIME-FILE
           IF WS-TIME-STATUS = "00"
              PERFORM UNTIL WS-EOF = 'Y'
                 READ TIME-FILE INTO WS-TIME-LINE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF WS-TIME-TIMESTAMP > WS-SNAP-STAMP
                          AND (RECOV-TARGET-TS = SPACES
                           OR WS-TIME-TIMESTAMP(1:14) <=
                              RECOV-TARGET-TS)
                          WRITE TIME-KEEP-FILE-REC FROM WS-TIME-LINE
                          ADD 1 TO WS-KEPT-TIME-COUNT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TIME-FILE
           END-IF
           CLOSE TIME-KEEP-FILE
          EXIT.

       RESTORE-SNAPSHOT-SET SECTION.
           MOVE 0 TO WS-LIVE-SEQ-ID
           OPEN INPUT SEQ-FILE
           IF WS-SEQ-STATUS = "00"
              READ SEQ-FILE INTO WS-SEQ-REC
                 AT END MOVE 0 TO WS-LAST-ID
                 NOT AT END MOVE WS-LAST-ID TO WS-LIVE-SEQ-ID
              END-READ
              CLOSE SEQ-FILE
           END-IF
           MOVE 'N' TO WS-EOF
           OPEN INPUT SNAP-ITEMS-FILE
           OPEN OUTPUT TDLIST
           PERFORM UNTIL WS-EOF = 'Y'
              READ SNAP-ITEMS-FILE
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                    MOVE SNAP-ITEMS-FILE-REC TO WS-TDLIST
                    IF ITEM-REPEAT-DAYS IN WS-TDLIST NOT NUMERIC
                       MOVE 0 TO ITEM-REPEAT-DAYS IN WS-TDLIST
                    END-IF
                    IF ITEM-PRIORITY IN WS-TDLIST NOT NUMERIC
                       OR ITEM-PRIORITY IN WS-TDLIST = 0
                       SET PRIORITY-MEDIUM IN WS-TDLIST TO TRUE
                    END-IF
                    IF ITEM-EST-HOURS IN WS-TDLIST NOT NUMERIC
                       MOVE 0 TO ITEM-EST-HOURS IN WS-TDLIST
                    END-IF
                    WRITE TDLIST-FILE FROM WS-TDLIST
                       INVALID KEY CONTINUE
                    END-WRITE
              END-READ
           END-PERFORM
           CLOSE TDLIST
           CLOSE SNAP-ITEMS-FILE
           MOVE 'N' TO WS-EOF
           OPEN INPUT SNAP-NOTES-FILE
           OPEN OUTPUT NOTES-FILE
           IF WS-SNAP-NOTES-STATUS = "00"
              PERFORM UNTIL WS-EOF = 'Y'
                 READ SNAP-NOTES-FILE INTO WS-NOTE-LINE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END WRITE NOTES-FILE-REC FROM WS-NOTE-LINE
                 END-READ
              END-PERFORM
              CLOSE SNAP-NOTES-FILE
           END-IF
           MOVE 'N' TO WS-EOF
           OPEN INPUT NOTES-KEEP-FILE
           IF WS-NOTES-KEEP-STATUS = "00"
              PERFORM UNTIL WS-EOF = 'Y'
                 READ NOTES-KEEP-FILE INTO WS-NOTE-LINE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END WRITE NOTES-FILE-REC FROM WS-NOTE-LINE
                 END-READ
              END-PERFORM
              CLOSE NOTES-KEEP-FILE
           END-IF
           CLOSE NOTES-FILE
           IF SNAP-HAS-TIME
              MOVE 'N' TO WS-EOF
              OPEN INPUT SNAP-TIME-FILE
              OPEN OUTPUT TIME-FILE
              IF WS-SNAP-TIME-STATUS = "00"
                 PERFORM UNTIL WS-EOF = 'Y'
                    READ SNAP-TIME-FILE INTO WS-TIME-LINE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                          WRITE TIME-FILE-REC FROM WS-TIME-LINE
                    END-READ
                 END-PERFORM
                 CLOSE SNAP-TIME-FILE
              END-IF
              MOVE 'N' TO WS-EOF
              OPEN INPUT TIME-KEEP-FILE
              IF WS-TIME-KEEP-STATUS = "00"
                 PERFORM UNTIL WS-EOF = 'Y'
                    READ TIME-KEEP-FILE INTO WS-TIME-LINE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                          WRITE TIME-FILE-REC FROM WS-TIME-LINE
                    END-READ
                 END-PERFORM
                 CLOSE TIME-KEEP-FILE
              END-IF
              CLOSE TIME-FILE
           END-IF
          EXIT.

      *Dependency links are not audited either and carry no stamp, so
      *the snapshot links and the live links are both held here before
      *anything is restored.  A link in both files is held once.
       LOAD-DEP-LINKS SECTION.
           MOVE 0 TO WS-DEP-COUNT
           MOVE 'N' TO WS-DEP-FULL
           MOVE 'N' TO WS-EOF
           OPEN INPUT SNAP-DEPS-FILE
           IF WS-SNAP-DEPS-STATUS = "00"
              PERFORM UNTIL WS-EOF = 'Y'
                 READ SNAP-DEPS-FILE INTO WS-DEP-LINE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF WS-DEP-COUNT < WS-MAX-DEPS
                          ADD 1 TO WS-DEP-COUNT
                          MOVE WS-DEP-ITEM-ID
                            TO DL-ITEM-ID(WS-DEP-COUNT)
                          MOVE WS-DEP-PRED-ID
                            TO DL-PRED-ID(WS-DEP-COUNT)
                          SET DL-FROM-SNAPSHOT(WS-DEP-COUNT) TO TRUE
                       ELSE
                          SET DEP-TABLE-FULL TO TRUE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SNAP-DEPS-FILE
           END-IF
           MOVE 'N' TO WS-EOF
           OPEN INPUT DEPS-FILE
           IF WS-DEPS-STATUS = "00"
              PERFORM UNTIL WS-EOF = 'Y'
                 READ DEPS-FILE INTO WS-DEP-LINE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END PERFORM NOTE-LIVE-DEP-LINK
                 END-READ
              END-PERFORM
              CLOSE DEPS-FILE
           END-IF
          EXIT.

       NOTE-LIVE-DEP-LINK SECTION.
           MOVE 'N' TO WS-DEP-FOUND-SW
           PERFORM VARYING WS-DEP-IX FROM 1 BY 1
                UNTIL WS-DEP-IX > WS-DEP-COUNT
                   OR DEP-LINK-FOUND
              IF DL-ITEM-ID(WS-DEP-IX) = WS-DEP-ITEM-ID
                 AND DL-PRED-ID(WS-DEP-IX) = WS-DEP-PRED-ID
                 SET DEP-LINK-FOUND TO TRUE
                 SET DL-FROM-BOTH(WS-DEP-IX) TO TRUE
              END-IF
           END-PERFORM
           IF NOT DEP-LINK-FOUND
              IF WS-DEP-COUNT < WS-MAX-DEPS
                 ADD 1 TO WS-DEP-COUNT
                 MOVE WS-DEP-ITEM-ID TO DL-ITEM-ID(WS-DEP-COUNT)
                 MOVE WS-DEP-PRED-ID TO DL-PRED-ID(WS-DEP-COUNT)
                 SET DL-FROM-LIVE(WS-DEP-COUNT) TO TRUE
              ELSE
                 SET DEP-TABLE-FULL TO TRUE
              END-IF
           END-IF
          EXIT.

      *Runs after the replay.  Snapshot links are restored as they
      *were; a link added since the snapshot is kept when both of its
      *items are on the recovered list and dropped otherwise.  Each
      *link that differs between the two files is listed.
       WRITE-MERGED-DEPS SECTION.
           MOVE 0 TO WS-DEPS-KEPT WS-DEPS-DROPPED WS-DEPS-RESTORED
           OPEN INPUT TDLIST
           OPEN OUTPUT DEPS-FILE
           PERFORM VARYING WS-DEP-IX FROM 1 BY 1
                UNTIL WS-DEP-IX > WS-DEP-COUNT
              MOVE DL-ITEM-ID(WS-DEP-IX) TO WS-DEP-ITEM-ID
              MOVE DL-PRED-ID(WS-DEP-IX) TO WS-DEP-PRED-ID
              EVALUATE TRUE
                  WHEN DL-FROM-BOTH(WS-DEP-IX)
                     WRITE DEPS-FILE-REC FROM WS-DEP-LINE
                  WHEN DL-FROM-SNAPSHOT(WS-DEP-IX)
                     WRITE DEPS-FILE-REC FROM WS-DEP-LINE
                     ADD 1 TO WS-DEPS-RESTORED
                     DISPLAY "  LINK    RESTORED " WS-DEP-ITEM-ID
                             " AFTER " WS-DEP-PRED-ID
                             " only in snapshot"
                  WHEN OTHER
                     PERFORM CHECK-DEP-ITEMS
                     IF DEP-ITEM-FOUND
                        WRITE DEPS-FILE-REC FROM WS-DEP-LINE
                        ADD 1 TO WS-DEPS-KEPT
                        DISPLAY "  LINK    KEPT     " WS-DEP-ITEM-ID
                                " AFTER " WS-DEP-PRED-ID
                                " added after snapshot"
                     ELSE
                        ADD 1 TO WS-DEPS-DROPPED
                        DISPLAY "  LINK    DROPPED  " WS-DEP-ITEM-ID
                                " AFTER " WS-DEP-PRED-ID
                                " item not on recovered list"
                     END-IF
              END-EVALUATE
           END-PERFORM
           CLOSE DEPS-FILE
           CLOSE TDLIST
          EXIT.

       CHECK-DEP-ITEMS SECTION.
           MOVE 'N' TO WS-ITEM-FOUND-SW
           MOVE WS-DEP-ITEM-ID TO ITEM-ID IN TDLIST-FILE
           READ TDLIST
              INVALID KEY CONTINUE
              NOT INVALID KEY SET DEP-ITEM-FOUND TO TRUE
           END-READ
           IF DEP-ITEM-FOUND
              MOVE 'N' TO WS-ITEM-FOUND-SW
              MOVE WS-DEP-PRED-ID TO ITEM-ID IN TDLIST-FILE
              READ TDLIST
                 INVALID KEY CONTINUE
                 NOT INVALID KEY SET DEP-ITEM-FOUND TO TRUE
              END-READ
           END-IF
          EXIT.

      *An earlier recovery inside the window threw away everything
      *after its target up to the moment it ran.  Those ranges are
      *noted first so the replay leaves the same transactions out.
       FIND-EARLIER-RECOVERIES SECTION.
           MOVE 0 TO WS-RANGE-COUNT
           MOVE 'N' TO WS-RANGE-FULL
           SET PASS-FIND-RECOVERIES TO TRUE
           PERFORM READ-AUDIT-WINDOW
           SET PASS-REPLAY TO TRUE
          EXIT.

       NOTE-DISCARDED-RANGE SECTION.
           IF FUNCTION TRIM(WS-AUDIT-ACTION) = "RECOVR"
              AND WS-AUDIT-AFTER(1:3) = "TO="
              AND WS-AUDIT-AFTER(4:14) NOT = SPACES
              IF WS-RANGE-COUNT < WS-MAX-RANGES
                 ADD 1 TO WS-RANGE-COUNT
                 MOVE WS-AUDIT-AFTER(4:14)
                   TO DR-AFTER-TS(WS-RANGE-COUNT)
                 MOVE WS-AUDIT-TIMESTAMP
                   TO DR-RECOVERY-TS(WS-RANGE-COUNT)
              ELSE
                 SET RANGE-TABLE-FULL TO TRUE
              END-IF
           END-IF
          EXIT.

       CHECK-DISCARDED SECTION.
           MOVE 'N' TO WS-DISCARDED-SW
           PERFORM VARYING WS-RANGE-IX FROM 1 BY 1
                UNTIL WS-RANGE-IX > WS-RANGE-COUNT
                   OR AUDIT-DISCARDED
              IF WS-AUDIT-TIMESTAMP(1:14) > DR-AFTER-TS(WS-RANGE-IX)
                 AND WS-AUDIT-TIMESTAMP < DR-RECOVERY-TS(WS-RANGE-IX)
                 SET AUDIT-DISCARDED TO TRUE
              END-IF
           END-PERFORM
          EXIT.

       REPLAY-AUDIT-TRAIL SECTION.
           DISPLAY "  RESULT  TIMESTAMP             ACTION ITEM  NOTE"
           OPEN I-O TDLIST
           PERFORM READ-AUDIT-WINDOW
           CLOSE TDLIST
          EXIT.

      *Generations ending before the snapshot are skipped; the rest and
      *then the active file are read oldest first, and only records
      *stamped after the snapshot and no later than the target count.
       READ-AUDIT-WINDOW SECTION.
           PERFORM LOAD-AUDIT-GENERATIONS
           PERFORM VARYING WS-AUDGEN-IX FROM 1 BY 1
                UNTIL WS-AUDGEN-IX > WS-AUDGEN-COUNT
              IF AG-LAST-TS(WS-AUDGEN-IX) > WS-SNAP-STAMP
                 SET ENVIRONMENT "AUDITFILE" TO
                    FUNCTION TRIM(AG-GEN-PATH(WS-AUDGEN-IX))
                 PERFORM REPLAY-ONE-AUDIT-FILE
              END-IF
           END-PERFORM
           SET ENVIRONMENT "AUDITFILE" TO FUNCTION TRIM(WS-AUDIT-PATH)
           PERFORM REPLAY-ONE-AUDIT-FILE
          EXIT.

       REPLAY-ONE-AUDIT-FILE SECTION.
           MOVE 'N' TO WS-EOF
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "00"
              PERFORM UNTIL WS-EOF = 'Y'
                 READ AUDIT-FILE INTO WS-AUDIT-LINE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       MOVE 'N' TO WS-IN-WINDOW-SW
                       IF WS-AUDIT-TIMESTAMP > WS-SNAP-STAMP
                          AND (RECOV-TARGET-TS = SPACES
                           OR WS-AUDIT-TIMESTAMP(1:14) <=
                              RECOV-TARGET-TS)
                          SET AUDIT-IN-WINDOW TO TRUE
                       END-IF
                       IF AUDIT-IN-WINDOW
                          IF PASS-FIND-RECOVERIES
                             PERFORM NOTE-DISCARDED-RANGE
                          ELSE
                             PERFORM REPLAY-AUDIT-RECORD
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE AUDIT-FILE
           END-IF
          EXIT.

       REPLAY-AUDIT-RECORD SECTION.
           MOVE "SKIPPED" TO WS-REPLAY-RESULT
           MOVE SPACES TO WS-REPLAY-REASON
           PERFORM CHECK-DISCARDED
           IF AUDIT-DISCARDED
              MOVE "discarded by a later recovery" TO WS-REPLAY-REASON
           ELSE
              EVALUATE FUNCTION TRIM(WS-AUDIT-ACTION)
                  WHEN "REGEN"
                     PERFORM REPLAY-ITEM-INSERT
                     IF WS-REPLAY-RESULT = "APPLIED"
                        PERFORM REPLAY-REPEAT-CONSUMED
                     END-IF
                  WHEN "ADD"
                  WHEN "IMPORT"
                  WHEN "RESTOR"
                  WHEN "MOVEIN"
                     PERFORM REPLAY-ITEM-INSERT
                  WHEN "UNDO"
                     IF WS-AUDIT-BEFORE = SPACES
                        PERFORM REPLAY-ITEM-INSERT
                     ELSE
                        PERFORM REPLAY-ITEM-UPDATE
                     END-IF
                  WHEN "UPDATE"
                  WHEN "ESCAL"
                     PERFORM REPLAY-ITEM-UPDATE
                  WHEN "DELETE"
                  WHEN "MOVOUT"
                  WHEN "ARCHIV"
                     PERFORM REPLAY-ITEM-DELETE
                  WHEN "MERGE"
                     PERFORM REPLAY-ITEM-CANCEL
                  WHEN "MERGIN"
                     PERFORM REPLAY-REF-RECEIVED
                  WHEN OTHER
                     MOVE "not a list change" TO WS-REPLAY-REASON
              END-EVALUATE
           END-IF
           IF WS-REPLAY-RESULT = "APPLIED"
              ADD 1 TO RECOV-APPLIED-COUNT
           ELSE
              ADD 1 TO RECOV-SKIPPED-COUNT
           END-IF
           DISPLAY "  " WS-REPLAY-RESULT " "
                   WS-AUDIT-TIMESTAMP " "
                   WS-AUDIT-ACTION " "
                   WS-AUDIT-ITEM-ID " "
                   FUNCTION TRIM(WS-REPLAY-REASON)
          EXIT.

      *After-images written before the full item image was introduced
      *hold the content alone; those items come back with the ADD
      *defaults.
       REPLAY-ITEM-INSERT SECTION.
           MOVE SPACES TO WS-TDLIST
           MOVE WS-AUDIT-ITEM-ID TO ITEM-ID IN WS-TDLIST
           MOVE WS-AUDIT-TIMESTAMP TO ITEM-DATE IN WS-TDLIST
           MOVE WS-AUDIT-AFTER TO WS-ITEM-IMAGE
           MOVE WS-AUDIT-AFTER TO WS-IMAGE-TEXT
           IF WS-IMAGE-TEXT(45:1) = SPACE
              AND WS-IMAGE-TEXT(46:7) NUMERIC
              MOVE IMG-ITEM-CONTENT TO ITEM-CONTENT IN WS-TDLIST
              MOVE IMG-ITEM-DUE-DATE TO ITEM-DUE-DATE IN WS-TDLIST
              MOVE IMG-ITEM-STATUS TO ITEM-STATUS IN WS-TDLIST
              MOVE IMG-ITEM-COLOR TO ITEM-COLOR IN WS-TDLIST
              MOVE IMG-ITEM-TAG TO ITEM-TAG IN WS-TDLIST
              MOVE IMG-ITEM-REPEAT-DAYS
                TO ITEM-REPEAT-DAYS IN WS-TDLIST
              MOVE IMG-ITEM-PRIORITY TO ITEM-PRIORITY IN WS-TDLIST
              MOVE IMG-ITEM-ASSIGNEE TO ITEM-ASSIGNEE IN WS-TDLIST
              IF IMG-ITEM-EST-HOURS NUMERIC
                 MOVE IMG-ITEM-EST-HOURS TO ITEM-EST-HOURS IN WS-TDLIST
              END-IF
              MOVE IMG-ITEM-EXT-REF TO ITEM-EXT-REF IN WS-TDLIST
           ELSE
              MOVE WS-IMAGE-TEXT(1:35) TO ITEM-CONTENT IN WS-TDLIST
              SET TODO IN WS-TDLIST TO TRUE
              SET BLACK IN WS-TDLIST TO TRUE
              SET NONE IN WS-TDLIST TO TRUE
              MOVE 0 TO ITEM-REPEAT-DAYS IN WS-TDLIST
              SET PRIORITY-MEDIUM IN WS-TDLIST TO TRUE
              MOVE "content only, defaults used" TO WS-REPLAY-REASON
           END-IF
           IF ITEM-PRIORITY IN WS-TDLIST = 0
              SET PRIORITY-MEDIUM IN WS-TDLIST TO TRUE
           END-IF
           IF ITEM-EST-HOURS IN WS-TDLIST NOT NUMERIC
              MOVE 0 TO ITEM-EST-HOURS IN WS-TDLIST
           END-IF
           WRITE TDLIST-FILE FROM WS-TDLIST
              INVALID KEY
                 MOVE "item already on file" TO WS-REPLAY-REASON
              NOT INVALID KEY
                 MOVE "APPLIED" TO WS-REPLAY-RESULT
           END-WRITE
          EXIT.

       REPLAY-ITEM-UPDATE SECTION.
           MOVE WS-AUDIT-ITEM-ID TO ITEM-ID IN TDLIST-FILE
           READ TDLIST INTO WS-TDLIST
              INVALID KEY
                 MOVE "item not on file" TO WS-REPLAY-REASON
              NOT INVALID KEY
                 PERFORM APPLY-AFTER-IMAGE
                 IF WS-REPLAY-REASON = SPACES
                    REWRITE TDLIST-FILE FROM WS-TDLIST
                       INVALID KEY
                          MOVE "item not rewritten"
                            TO WS-REPLAY-REASON
                       NOT INVALID KEY
                          MOVE "APPLIED" TO WS-REPLAY-RESULT
                    END-REWRITE
                 END-IF
           END-READ
          EXIT.

      *A merged duplicate is canceled; its after-image names the
      *survivor rather than holding a status.  Where it ends in " REF="
      *the duplicate's external reference went to the survivor and is
      *cleared here; older MERGE records leave it in place.
       REPLAY-ITEM-CANCEL SECTION.
           MOVE 0 TO WS-REF-POS
           INSPECT WS-AUDIT-AFTER TALLYING WS-REF-POS
              FOR CHARACTERS BEFORE INITIAL " REF="
           MOVE WS-AUDIT-ITEM-ID TO ITEM-ID IN TDLIST-FILE
           READ TDLIST INTO WS-TDLIST
              INVALID KEY
                 MOVE "item not on file" TO WS-REPLAY-REASON
              NOT INVALID KEY
                 SET CANCELED IN WS-TDLIST TO TRUE
                 IF WS-REF-POS < 80
                    MOVE SPACES TO ITEM-EXT-REF IN WS-TDLIST
                 END-IF
                 REWRITE TDLIST-FILE FROM WS-TDLIST
                    INVALID KEY
                       MOVE "item not rewritten" TO WS-REPLAY-REASON
                    NOT INVALID KEY
                       MOVE "APPLIED" TO WS-REPLAY-RESULT
                 END-REWRITE
           END-READ
          EXIT.

      *The survivor's MERGIN after-image carries the external reference
      *taken over from the duplicate at column 39.
       REPLAY-REF-RECEIVED SECTION.
           IF WS-AUDIT-AFTER(34:5) NOT = " REF="
              OR WS-AUDIT-AFTER(39:12) = SPACES
              MOVE "no reference moved" TO WS-REPLAY-REASON
           ELSE
              MOVE WS-AUDIT-ITEM-ID TO ITEM-ID IN TDLIST-FILE
              READ TDLIST INTO WS-TDLIST
                 INVALID KEY
                    MOVE "item not on file" TO WS-REPLAY-REASON
                 NOT INVALID KEY
                    MOVE WS-AUDIT-AFTER(39:12)
                      TO ITEM-EXT-REF IN WS-TDLIST
                    REWRITE TDLIST-FILE FROM WS-TDLIST
                       INVALID KEY
                          MOVE "item not rewritten"
                            TO WS-REPLAY-REASON
                       NOT INVALID KEY
                          MOVE "APPLIED" TO WS-REPLAY-RESULT
                    END-REWRITE
              END-READ
           END-IF
          EXIT.

      *TDRECUR zeroes the repeat days of the DONE item it regenerates
      *from without an audit record of its own; the REGEN before-image
      *names that item.  Older REGEN records carry no source.
       REPLAY-REPEAT-CONSUMED SECTION.
           IF WS-AUDIT-BEFORE(1:8) = "FROM ID="
              AND WS-AUDIT-BEFORE(9:5) NUMERIC
              MOVE WS-AUDIT-BEFORE(9:5) TO WS-SOURCE-ID
              MOVE WS-SOURCE-ID TO ITEM-ID IN TDLIST-FILE
              READ TDLIST INTO WS-TDLIST
                 INVALID KEY
                    MOVE "source item not on file" TO WS-REPLAY-REASON
                 NOT INVALID KEY
                    IF ITEM-REPEAT-DAYS IN WS-TDLIST NUMERIC
                       AND ITEM-REPEAT-DAYS IN WS-TDLIST > 0
                       MOVE 0 TO ITEM-REPEAT-DAYS IN WS-TDLIST
                       REWRITE TDLIST-FILE FROM WS-TDLIST
                          INVALID KEY
                             MOVE "source repeat not cleared"
                               TO WS-REPLAY-REASON
                       END-REWRITE
                    END-IF
              END-READ
           END-IF
          EXIT.

       APPLY-AFTER-IMAGE SECTION.
           MOVE WS-AUDIT-AFTER TO WS-IMAGE-TEXT
           EVALUATE TRUE
               WHEN WS-IMAGE-TEXT(1:7) = "STATUS="
                  IF WS-IMAGE-TEXT(8:1) NUMERIC
                     MOVE WS-IMAGE-TEXT(8:1)
                       TO ITEM-STATUS IN WS-TDLIST
                  END-IF
                  IF WS-IMAGE-TEXT(16:1) NUMERIC
                     MOVE WS-IMAGE-TEXT(16:1)
                       TO ITEM-COLOR IN WS-TDLIST
                  END-IF
                  IF WS-IMAGE-TEXT(22:1) NUMERIC
                     MOVE WS-IMAGE-TEXT(22:1)
                       TO ITEM-TAG IN WS-TDLIST
                  END-IF
                  IF WS-IMAGE-TEXT(23:5) = " PRI="
                     AND WS-IMAGE-TEXT(28:1) NUMERIC
                     MOVE WS-IMAGE-TEXT(28:1)
                       TO ITEM-PRIORITY IN WS-TDLIST
                  END-IF
                  IF WS-IMAGE-TEXT(29:5) = " ASG="
                     MOVE WS-IMAGE-TEXT(34:8)
                       TO ITEM-ASSIGNEE IN WS-TDLIST
                  END-IF
                  IF WS-IMAGE-TEXT(42:5) = " EST="
                     AND WS-IMAGE-TEXT(47:4) NUMERIC
                     MOVE WS-IMAGE-TEXT(47:4)
                       TO ITEM-EST-HOURS IN WS-TDLIST
                  END-IF
                  IF WS-IMAGE-TEXT(51:5) = " DUE="
                     MOVE WS-IMAGE-TEXT(56:8)
                       TO ITEM-DUE-DATE IN WS-TDLIST
                  END-IF
                  IF WS-IMAGE-TEXT(64:5) = " REF="
                     MOVE WS-IMAGE-TEXT(69:12)
                       TO ITEM-EXT-REF IN WS-TDLIST
                  END-IF
               WHEN WS-IMAGE-TEXT(1:4) = "PRI="
                    AND WS-IMAGE-TEXT(5:1) NUMERIC
                  MOVE WS-IMAGE-TEXT(5:1) TO ITEM-PRIORITY IN WS-TDLIST
               WHEN OTHER
                  MOVE "after-image not recognised" TO WS-REPLAY-REASON
           END-EVALUATE
          EXIT.

       REPLAY-ITEM-DELETE SECTION.
           MOVE WS-AUDIT-ITEM-ID TO ITEM-ID IN TDLIST-FILE
           DELETE TDLIST
              INVALID KEY
                 MOVE "item not on file" TO WS-REPLAY-REASON
              NOT INVALID KEY
                 MOVE "APPLIED" TO WS-REPLAY-RESULT
           END-DELETE
          EXIT.

      *The sequence never goes backwards: IDs issued after the target
      *still appear in the audit trail and must not be handed out again.
       RESET-SEQ-FILE SECTION.
           IF WS-SNAP-SEQ-ID > WS-LIVE-SEQ-ID
              MOVE WS-SNAP-SEQ-ID TO WS-LAST-ID
           ELSE
              MOVE WS-LIVE-SEQ-ID TO WS-LAST-ID
           END-IF
           OPEN OUTPUT SEQ-FILE
           MOVE WS-LAST-ID TO SEQ-LAST-ID
           WRITE SEQ-FILE-REC
           CLOSE SEQ-FILE
          EXIT.

       WRITE-RECOVERY-AUDIT SECTION.
           MOVE "RECOVR" TO WS-AUDIT-ACTION
           MOVE 0 TO WS-AUDIT-ITEM-ID
           MOVE SPACES TO WS-AUDIT-BEFORE
           STRING "SNAP=" DELIMITED BY SIZE
                  WS-SNAP-STAMP DELIMITED BY SIZE
                  INTO WS-AUDIT-BEFORE
           END-STRING
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING "TO=" DELIMITED BY SIZE
                  RECOV-TARGET-TS DELIMITED BY SIZE
                  " APPLIED=" DELIMITED BY SIZE
                  RECOV-APPLIED-COUNT DELIMITED BY SIZE
                  " SKIPPED=" DELIMITED BY SIZE
                  RECOV-SKIPPED-COUNT DELIMITED BY SIZE
                  " LINKS KEPT=" DELIMITED BY SIZE
                  WS-DEPS-KEPT DELIMITED BY SIZE
                  " DROPPED=" DELIMITED BY SIZE
                  WS-DEPS-DROPPED DELIMITED BY SIZE
                  INTO WS-AUDIT-AFTER
           END-STRING
           PERFORM WRITE-AUDIT-RECORD
          EXIT.

       COPY auditwrt.

       COPY audgens.

       COPY listlock.

       END PROGRAM TDRECOV.
