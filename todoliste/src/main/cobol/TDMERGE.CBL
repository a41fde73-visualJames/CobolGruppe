       IDENTIFICATION DIVISION.
       PROGRAM-ID. TDMERGE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT TDLIST ASSIGN TO EXTERNAL TDLISTFILE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS ITEM-ID IN TDLIST-FILE
            FILE STATUS IS WS-TDLIST-STATUS.
         SELECT SURV-TDLIST ASSIGN TO EXTERNAL SURVLISTFILE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS ITEM-ID IN SURV-TDLIST-FILE
            FILE STATUS IS WS-SURV-TDLIST-STATUS.
         SELECT DEPS-FILE ASSIGN TO EXTERNAL DEPSFILE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-DEPS-STATUS.
         SELECT NOTES-FILE ASSIGN TO EXTERNAL NOTESFILE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-NOTES-STATUS.
         SELECT NOTES-KEEP-FILE ASSIGN TO EXTERNAL NOTESKEEPFILE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-NOTES-KEEP-STATUS.
         SELECT SURV-NOTES-FILE ASSIGN TO EXTERNAL SURVNOTESFILE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SURV-NOTES-STATUS.
         SELECT TIME-FILE ASSIGN TO EXTERNAL TIMEFILE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TIME-STATUS.
         SELECT TIME-KEEP-FILE ASSIGN TO EXTERNAL TIMEKEEPFILE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TIME-KEEP-STATUS.
         SELECT SURV-TIME-FILE ASSIGN TO EXTERNAL SURVTIMEFILE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SURV-TIME-STATUS.
         SELECT AUDIT-FILE ASSIGN TO EXTERNAL AUDITFILE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDIT-STATUS.
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
          FD SURV-TDLIST.
          01 SURV-TDLIST-FILE.
             COPY tdlistrec.
          FD DEPS-FILE.
          01 DEPS-FILE-REC PIC X(11).
          FD NOTES-FILE.
          01 NOTES-FILE-REC PIC X(88).
          FD NOTES-KEEP-FILE.
          01 NOTES-KEEP-FILE-REC PIC X(88).
          FD SURV-NOTES-FILE.
          01 SURV-NOTES-FILE-REC PIC X(88).
          FD TIME-FILE.
          01 TIME-FILE-REC PIC X(50).
          FD TIME-KEEP-FILE.
          01 TIME-KEEP-FILE-REC PIC X(50).
          FD SURV-TIME-FILE.
          01 SURV-TIME-FILE-REC PIC X(50).
          FD AUDIT-FILE.
          01 AUDIT-FILE-REC PIC X(196).
          FD LOCK-FILE.
          01 LOCK-FILE-REC PIC X(30).
          FD REGISTRY-FILE.
          01 REGISTRY-FILE-REC PIC X(82).
       WORKING-STORAGE SECTION.
       01 WS-TDLIST-STATUS      PIC XX.
       01 WS-SURV-TDLIST-STATUS PIC XX.
       01 WS-DEPS-STATUS        PIC XX.
       01 WS-NOTES-STATUS       PIC XX.
       01 WS-NOTES-KEEP-STATUS  PIC XX.
       01 WS-SURV-NOTES-STATUS  PIC XX.
       01 WS-TIME-STATUS        PIC XX.
       01 WS-TIME-KEEP-STATUS   PIC XX.
       01 WS-SURV-TIME-STATUS   PIC XX.
       01 WS-AUDIT-STATUS       PIC XX.
       01 WS-LOCK-STATUS        PIC XX.
       01 WS-REGISTRY-STATUS    PIC XX.
       01 WS-DUP-LIST           PIC X(30).
       01 WS-SURV-LIST          PIC X(30).
       01 WS-TDLIST-PATH        PIC X(60).
       01 WS-SURV-TDLIST-PATH   PIC X(60).
       01 WS-DEPS-PATH          PIC X(60).
       01 WS-NOTES-PATH         PIC X(60).
       01 WS-NOTES-KEEP-PATH    PIC X(60).
       01 WS-SURV-NOTES-PATH    PIC X(60).
       01 WS-TIME-PATH          PIC X(60).
       01 WS-TIME-KEEP-PATH     PIC X(60).
       01 WS-SURV-TIME-PATH     PIC X(60).
       01 WS-DUP-AUDIT-PATH     PIC X(60).
       01 WS-SURV-AUDIT-PATH    PIC X(60).
       01 WS-DUP-LOCK-PATH      PIC X(60).
       01 WS-SURV-LOCK-PATH     PIC X(60).
       01 WS-LOCK-PATH          PIC X(60).
       COPY lockfields.
       01 WS-REGISTRY-PATH PIC X(60).
       COPY registryrec.
       COPY regchkf.
       01 WS-DUP-LOCK-SW  PIC X(1) VALUE 'N'.
       01 WS-SURV-LOCK-SW PIC X(1) VALUE 'N'.
       01 WS-SAME-LIST-SW PIC X(1) VALUE 'N'.
          88 MERGE-IN-ONE-LIST VALUE 'Y'.
       01 WS-EOF PIC A(1).
       01 WS-TDLIST.
          COPY tdlistrec.
       01 WS-SURV-TDLIST.
          COPY tdlistrec.
       COPY auditrec.
       COPY notesrec.
       COPY depsrec.
       COPY timerec.
       01 WS-OLD-IMAGE      PIC X(80).
       01 WS-MOVED-REF      PIC X(12).
       01 WS-SURV-NEW-REF   PIC X(12).
       01 WS-DUP-FOUND-SW   PIC X(1) VALUE 'N'.
          88 DUP-ITEM-FOUND VALUE 'Y'.
       01 WS-SURV-FOUND-SW  PIC X(1) VALUE 'N'.
          88 SURV-ITEM-FOUND VALUE 'Y'.
       01 WS-HAS-DEPS-SW    PIC X(1) VALUE 'N'.
          88 ITEM-HAS-DEPS VALUE 'Y'.
       01 WS-DEPS-FULL-SW   PIC X(1) VALUE 'N'.
          88 DEPS-TABLE-FULL VALUE 'Y'.
       01 WS-DEP-COUNT PIC 9(3).
       01 WS-DEP-IX    PIC 9(3).
       01 WS-DEP-JX    PIC 9(3).
       01 WS-MAX-DEPS  PIC 9(3) VALUE 500.
       01 DEP-LINKS.
          05 DEP-LINK OCCURS 500 TIMES.
             10 DL-ITEM-ID PIC 9(5).
             10 DL-PRED-ID PIC 9(5).
       01 WS-FOUND-SW PIC X(1).
          88 SEARCH-TARGET-FOUND VALUE 'Y'.
       LINKAGE SECTION.
        COPY todomerge.
       PROCEDURE DIVISION USING MERGE-PARMS.
           SET MERGE-OK TO TRUE
           MOVE 0 TO MERGE-NOTE-COUNT
           MOVE 0 TO MERGE-DEP-COUNT
           MOVE 0 TO MERGE-TIME-COUNT
           MOVE 'N' TO WS-HAS-DEPS-SW WS-DEPS-FULL-SW
           MOVE SPACES TO WS-MOVED-REF
           MOVE MERGE-SURV-LIST TO WS-SURV-LIST
           MOVE MERGE-DUP-LIST TO WS-DUP-LIST
           IF WS-DUP-LIST = SPACES
              MOVE WS-SURV-LIST TO WS-DUP-LIST
           END-IF
           MOVE 'N' TO WS-SAME-LIST-SW
           IF WS-DUP-LIST = WS-SURV-LIST
              SET MERGE-IN-ONE-LIST TO TRUE
           END-IF
           IF WS-SURV-LIST = SPACES
              OR (MERGE-IN-ONE-LIST
                  AND MERGE-DUP-ID = MERGE-SURV-ID)
              SET MERGE-ERR-LIST-NAME TO TRUE
              GOBACK
           END-IF
           PERFORM SET-FILE-PATHS
           MOVE WS-DUP-LIST TO WS-RETIRE-CHECK-LIST
           PERFORM CHECK-LIST-RETIRED
           IF NOT LIST-IS-RETIRED
              MOVE WS-SURV-LIST TO WS-RETIRE-CHECK-LIST
              PERFORM CHECK-LIST-RETIRED
           END-IF
           IF LIST-IS-RETIRED
              SET MERGE-ERR-RETIRED TO TRUE
              GOBACK
           END-IF
           PERFORM ACQUIRE-BOTH-LOCKS
           IF MERGE-ERR-LOCKED
              GOBACK
           END-IF
           PERFORM READ-MERGE-ITEMS
           EVALUATE TRUE
               WHEN NOT DUP-ITEM-FOUND
               WHEN NOT SURV-ITEM-FOUND
                  SET MERGE-NOT-FOUND TO TRUE
               WHEN DONE IN WS-TDLIST
               WHEN CANCELED IN WS-TDLIST
               WHEN CANCELED IN WS-SURV-TDLIST
                  SET MERGE-ERR-STATUS TO TRUE
               WHEN OTHER
                  PERFORM CHECK-DUP-DEPENDENCIES
                  IF ITEM-HAS-DEPS AND MERGE-IN-ONE-LIST
                     PERFORM LOAD-DEP-LINKS
                  END-IF
           END-EVALUATE
           IF MERGE-OK
              EVALUATE TRUE
                  WHEN ITEM-HAS-DEPS AND NOT MERGE-IN-ONE-LIST
                     SET MERGE-ERR-HAS-DEPS TO TRUE
                  WHEN DEPS-TABLE-FULL
                     SET MERGE-ERR-CAPACITY TO TRUE
                  WHEN NOT ITEM-HAS-NO-EXT-REF IN WS-TDLIST
                   AND NOT ITEM-HAS-NO-EXT-REF IN WS-SURV-TDLIST
                     SET MERGE-ERR-EXT-REF TO TRUE
                  WHEN OTHER
                     PERFORM MOVE-EXT-REF-TO-SURVIVOR
                     IF MERGE-OK
                        PERFORM CANCEL-DUPLICATE-ITEM
                        IF NOT MERGE-OK
                           PERFORM RESTORE-SURVIVOR-EXT-REF
                        END-IF
                     END-IF
                     IF MERGE-OK
                        IF ITEM-HAS-DEPS
                           PERFORM REPOINT-DEP-LINKS
                        END-IF
                        PERFORM MOVE-ITEM-NOTES
                        PERFORM MOVE-ITEM-TIME-ENTRIES
                        PERFORM WRITE-MERGE-AUDIT
                     END-IF
              END-EVALUATE
           END-IF
           PERFORM RELEASE-BOTH-LOCKS
           GOBACK
          .

       SET-FILE-PATHS SECTION.
           MOVE SPACES TO WS-TDLIST-PATH
           STRING FUNCTION TRIM(WS-DUP-LIST) DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-TDLIST-PATH
           END-STRING
           MOVE SPACES TO WS-DEPS-PATH
           STRING FUNCTION TRIM(WS-DUP-LIST) DELIMITED BY SIZE
                  "-deps.txt" DELIMITED BY SIZE
                  INTO WS-DEPS-PATH
           END-STRING
           MOVE SPACES TO WS-NOTES-PATH
           STRING FUNCTION TRIM(WS-DUP-LIST) DELIMITED BY SIZE
                  "-notes.txt" DELIMITED BY SIZE
                  INTO WS-NOTES-PATH
           END-STRING
           MOVE SPACES TO WS-NOTES-KEEP-PATH
           STRING FUNCTION TRIM(WS-DUP-LIST) DELIMITED BY SIZE
                  "-notes-keep.txt" DELIMITED BY SIZE
                  INTO WS-NOTES-KEEP-PATH
           END-STRING
           MOVE SPACES TO WS-TIME-PATH
           STRING FUNCTION TRIM(WS-DUP-LIST) DELIMITED BY SIZE
                  "-time.txt" DELIMITED BY SIZE
                  INTO WS-TIME-PATH
           END-STRING
           MOVE SPACES TO WS-TIME-KEEP-PATH
           STRING FUNCTION TRIM(WS-DUP-LIST) DELIMITED BY SIZE
                  "-time-keep.txt" DELIMITED BY SIZE
                  INTO WS-TIME-KEEP-PATH
           END-STRING
           MOVE SPACES TO WS-DUP-AUDIT-PATH
           STRING FUNCTION TRIM(WS-DUP-LIST) DELIMITED BY SIZE
                  "-audit.txt" DELIMITED BY SIZE
                  INTO WS-DUP-AUDIT-PATH
           END-STRING
           MOVE SPACES TO WS-DUP-LOCK-PATH
           STRING FUNCTION TRIM(WS-DUP-LIST) DELIMITED BY SIZE
                  "-lock.txt" DELIMITED BY SIZE
                  INTO WS-DUP-LOCK-PATH
           END-STRING
           MOVE SPACES TO WS-SURV-TDLIST-PATH
           STRING FUNCTION TRIM(WS-SURV-LIST) DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-SURV-TDLIST-PATH
           END-STRING
           MOVE SPACES TO WS-SURV-NOTES-PATH
           STRING FUNCTION TRIM(WS-SURV-LIST) DELIMITED BY SIZE
                  "-notes.txt" DELIMITED BY SIZE
                  INTO WS-SURV-NOTES-PATH
           END-STRING
           MOVE SPACES TO WS-SURV-TIME-PATH
           STRING FUNCTION TRIM(WS-SURV-LIST) DELIMITED BY SIZE
                  "-time.txt" DELIMITED BY SIZE
                  INTO WS-SURV-TIME-PATH
           END-STRING
           MOVE SPACES TO WS-SURV-AUDIT-PATH
           STRING FUNCTION TRIM(WS-SURV-LIST) DELIMITED BY SIZE
                  "-audit.txt" DELIMITED BY SIZE
                  INTO WS-SURV-AUDIT-PATH
           END-STRING
           MOVE SPACES TO WS-SURV-LOCK-PATH
           STRING FUNCTION TRIM(WS-SURV-LIST) DELIMITED BY SIZE
                  "-lock.txt" DELIMITED BY SIZE
                  INTO WS-SURV-LOCK-PATH
           END-STRING
           SET ENVIRONMENT "TDLISTFILE" TO FUNCTION TRIM(WS-TDLIST-PATH)
           SET ENVIRONMENT "DEPSFILE" TO FUNCTION TRIM(WS-DEPS-PATH)
           SET ENVIRONMENT "NOTESFILE" TO FUNCTION TRIM(WS-NOTES-PATH)
           SET ENVIRONMENT "NOTESKEEPFILE" TO
              FUNCTION TRIM(WS-NOTES-KEEP-PATH)
           SET ENVIRONMENT "TIMEFILE" TO FUNCTION TRIM(WS-TIME-PATH)
           SET ENVIRONMENT "TIMEKEEPFILE" TO
              FUNCTION TRIM(WS-TIME-KEEP-PATH)
           SET ENVIRONMENT "SURVLISTFILE" TO
              FUNCTION TRIM(WS-SURV-TDLIST-PATH)
           SET ENVIRONMENT "SURVNOTESFILE" TO
              FUNCTION TRIM(WS-SURV-NOTES-PATH)
           SET ENVIRONMENT "SURVTIMEFILE" TO
              FUNCTION TRIM(WS-SURV-TIME-PATH)
           MOVE SPACES TO WS-REGISTRY-PATH
           ACCEPT WS-REGISTRY-PATH FROM ENVIRONMENT "TODOLIST_REGISTRY"
           IF WS-REGISTRY-PATH = SPACES
              MOVE "todolists-registry.txt" TO WS-REGISTRY-PATH
           END-IF
           SET ENVIRONMENT "REGISTRYFILE" TO
              FUNCTION TRIM(WS-REGISTRY-PATH)
          EXIT.

       COPY regchk.

      *Within one list there is only one lock to take.
       ACQUIRE-BOTH-LOCKS SECTION.
           MOVE WS-SURV-LOCK-PATH TO WS-LOCK-PATH
           SET ENVIRONMENT "LOCKFILE" TO FUNCTION TRIM(WS-LOCK-PATH)
           PERFORM ACQUIRE-LIST-LOCK
           MOVE WS-LOCK-ACQUIRED-SW TO WS-SURV-LOCK-SW
           IF NOT LOCK-ACQUIRED
              SET MERGE-ERR-LOCKED TO TRUE
           ELSE
              IF NOT MERGE-IN-ONE-LIST
                 MOVE WS-DUP-LOCK-PATH TO WS-LOCK-PATH
                 SET ENVIRONMENT "LOCKFILE" TO
                    FUNCTION TRIM(WS-LOCK-PATH)
                 PERFORM ACQUIRE-LIST-LOCK
                 MOVE WS-LOCK-ACQUIRED-SW TO WS-DUP-LOCK-SW
                 IF NOT LOCK-ACQUIRED
                    SET MERGE-ERR-LOCKED TO TRUE
                    PERFORM RELEASE-BOTH-LOCKS
                 END-IF
              END-IF
           END-IF
          EXIT.

       RELEASE-BOTH-LOCKS SECTION.
           MOVE WS-DUP-LOCK-PATH TO WS-LOCK-PATH
           MOVE WS-DUP-LOCK-SW TO WS-LOCK-ACQUIRED-SW
           PERFORM RELEASE-LIST-LOCK
           MOVE 'N' TO WS-DUP-LOCK-SW
           MOVE WS-SURV-LOCK-PATH TO WS-LOCK-PATH
           MOVE WS-SURV-LOCK-SW TO WS-LOCK-ACQUIRED-SW
           PERFORM RELEASE-LIST-LOCK
           MOVE 'N' TO WS-SURV-LOCK-SW
          EXIT.

       READ-MERGE-ITEMS SECTION.
           MOVE 'N' TO WS-SURV-FOUND-SW
           OPEN INPUT SURV-TDLIST
           IF WS-SURV-TDLIST-STATUS = "00"
              MOVE MERGE-SURV-ID TO ITEM-ID IN SURV-TDLIST-FILE
              READ SURV-TDLIST INTO WS-SURV-TDLIST
                 INVALID KEY CONTINUE
                 NOT INVALID KEY SET SURV-ITEM-FOUND TO TRUE
              END-READ
              CLOSE SURV-TDLIST
           END-IF
           MOVE 'N' TO WS-DUP-FOUND-SW
           OPEN INPUT TDLIST
           IF WS-TDLIST-STATUS = "00"
              MOVE MERGE-DUP-ID TO ITEM-ID IN TDLIST-FILE
              READ TDLIST INTO WS-TDLIST
                 INVALID KEY CONTINUE
                 NOT INVALID KEY SET DUP-ITEM-FOUND TO TRUE
              END-READ
              CLOSE TDLIST
           END-IF
           IF DUP-ITEM-FOUND
              MOVE WS-TDLIST(1:80) TO WS-OLD-IMAGE
           END-IF
          EXIT.

       LOAD-DEP-LINKS SECTION.
           MOVE 0 TO WS-DEP-COUNT
           MOVE 'N' TO WS-DEPS-FULL-SW
           MOVE 'N' TO WS-EOF
           OPEN INPUT DEPS-FILE
           IF WS-DEPS-STATUS = "00"
              PERFORM UNTIL WS-EOF = 'Y'
                 READ DEPS-FILE INTO WS-DEP-LINE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF WS-DEP-COUNT < WS-MAX-DEPS
                          ADD 1 TO WS-DEP-COUNT
                          MOVE WS-DEP-ITEM-ID
                            TO DL-ITEM-ID(WS-DEP-COUNT)
                          MOVE WS-DEP-PRED-ID
                            TO DL-PRED-ID(WS-DEP-COUNT)
                       ELSE
                          SET DEPS-TABLE-FULL TO TRUE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DEPS-FILE
           END-IF
          EXIT.

      *Links cannot span lists, so a duplicate with links can only be
      *merged into an item in its own list.
       CHECK-DUP-DEPENDENCIES SECTION.
           MOVE 'N' TO WS-HAS-DEPS-SW
           MOVE 'N' TO WS-EOF
           OPEN INPUT DEPS-FILE
           IF WS-DEPS-STATUS = "00"
              PERFORM UNTIL WS-EOF = 'Y' OR ITEM-HAS-DEPS
                 READ DEPS-FILE INTO WS-DEP-LINE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF WS-DEP-ITEM-ID = MERGE-DUP-ID
                          OR WS-DEP-PRED-ID = MERGE-DUP-ID
                          SET ITEM-HAS-DEPS TO TRUE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DEPS-FILE
           END-IF
          EXIT.

      *An external reference must stay with an open item, so the
      *duplicate's reference goes to the survivor before the duplicate
      *is cancelled.  Both having one is refused before this point.
       MOVE-EXT-REF-TO-SURVIVOR SECTION.
           MOVE ITEM-EXT-REF IN WS-TDLIST TO WS-MOVED-REF
           IF WS-MOVED-REF NOT = SPACES
              MOVE WS-MOVED-REF TO WS-SURV-NEW-REF
              PERFORM REWRITE-SURVIVOR-EXT-REF
           END-IF
          EXIT.

      *The duplicate could not be cancelled, so the survivor gives the
      *reference back; the duplicate still holds it.
       RESTORE-SURVIVOR-EXT-REF SECTION.
           IF WS-MOVED-REF NOT = SPACES
              MOVE SPACES TO WS-SURV-NEW-REF
              PERFORM REWRITE-SURVIVOR-EXT-REF
              MOVE SPACES TO WS-MOVED-REF
           END-IF
          EXIT.

       REWRITE-SURVIVOR-EXT-REF SECTION.
           OPEN I-O SURV-TDLIST
           IF WS-SURV-TDLIST-STATUS NOT = "00"
              SET MERGE-ERR-WRITE TO TRUE
           ELSE
              MOVE MERGE-SURV-ID TO ITEM-ID IN SURV-TDLIST-FILE
              READ SURV-TDLIST INTO WS-SURV-TDLIST
                 INVALID KEY SET MERGE-ERR-WRITE TO TRUE
              END-READ
              IF MERGE-OK AND WS-SURV-TDLIST-STATUS NOT = "00"
                 SET MERGE-ERR-WRITE TO TRUE
              END-IF
              IF MERGE-OK
                 MOVE WS-SURV-NEW-REF TO ITEM-EXT-REF IN WS-SURV-TDLIST
                 REWRITE SURV-TDLIST-FILE FROM WS-SURV-TDLIST
                    INVALID KEY SET MERGE-ERR-WRITE TO TRUE
                 END-REWRITE
                 IF MERGE-OK AND WS-SURV-TDLIST-STATUS NOT = "00"
                    SET MERGE-ERR-WRITE TO TRUE
                 END-IF
              END-IF
              CLOSE SURV-TDLIST
           END-IF
          EXIT.

      *Nothing else is moved or audited unless the duplicate really
      *has been cancelled.  Its external reference is cleared with it.
       CANCEL-DUPLICATE-ITEM SECTION.
           OPEN I-O TDLIST
           IF WS-TDLIST-STATUS NOT = "00"
              SET MERGE-ERR-WRITE TO TRUE
           ELSE
              MOVE MERGE-DUP-ID TO ITEM-ID IN TDLIST-FILE
              READ TDLIST INTO WS-TDLIST
                 INVALID KEY SET MERGE-ERR-WRITE TO TRUE
              END-READ
              IF MERGE-OK AND WS-TDLIST-STATUS NOT = "00"
                 SET MERGE-ERR-WRITE TO TRUE
              END-IF
              IF MERGE-OK
                 SET CANCELED IN WS-TDLIST TO TRUE
                 MOVE SPACES TO ITEM-EXT-REF IN WS-TDLIST
                 REWRITE TDLIST-FILE FROM WS-TDLIST
                    INVALID KEY SET MERGE-ERR-WRITE TO TRUE
                 END-REWRITE
                 IF MERGE-OK AND WS-TDLIST-STATUS NOT = "00"
                    SET MERGE-ERR-WRITE TO TRUE
                 END-IF
              END-IF
              CLOSE TDLIST
           END-IF
          EXIT.

      *Links to or from the duplicate now point at the survivor. A link
      *between the two items, or one the survivor already had, would
      *be a self-link or a repeat and is dropped.
       REPOINT-DEP-LINKS SECTION.
           PERFORM VARYING WS-DEP-IX FROM 1 BY 1
                UNTIL WS-DEP-IX > WS-DEP-COUNT
              IF DL-ITEM-ID(WS-DEP-IX) = MERGE-DUP-ID
                 OR DL-PRED-ID(WS-DEP-IX) = MERGE-DUP-ID
                 ADD 1 TO MERGE-DEP-COUNT
              END-IF
              IF DL-ITEM-ID(WS-DEP-IX) = MERGE-DUP-ID
                 MOVE MERGE-SURV-ID TO DL-ITEM-ID(WS-DEP-IX)
              END-IF
              IF DL-PRED-ID(WS-DEP-IX) = MERGE-DUP-ID
                 MOVE MERGE-SURV-ID TO DL-PRED-ID(WS-DEP-IX)
              END-IF
           END-PERFORM
           OPEN OUTPUT DEPS-FILE
           PERFORM VARYING WS-DEP-IX FROM 1 BY 1
                UNTIL WS-DEP-IX > WS-DEP-COUNT
              MOVE 'N' TO WS-FOUND-SW
              PERFORM VARYING WS-DEP-JX FROM 1 BY 1
                   UNTIL WS-DEP-JX >= WS-DEP-IX
                      OR SEARCH-TARGET-FOUND
                 IF DL-ITEM-ID(WS-DEP-JX) = DL-ITEM-ID(WS-DEP-IX)
                    AND DL-PRED-ID(WS-DEP-JX) = DL-PRED-ID(WS-DEP-IX)
                    SET SEARCH-TARGET-FOUND TO TRUE
                 END-IF
              END-PERFORM
              IF NOT SEARCH-TARGET-FOUND
                 AND DL-ITEM-ID(WS-DEP-IX) NOT = DL-PRED-ID(WS-DEP-IX)
                 MOVE DL-ITEM-ID(WS-DEP-IX) TO WS-DEP-ITEM-ID
                 MOVE DL-PRED-ID(WS-DEP-IX) TO WS-DEP-PRED-ID
                 WRITE DEPS-FILE-REC FROM WS-DEP-LINE
              END-IF
           END-PERFORM
           CLOSE DEPS-FILE
          EXIT.

      *The duplicate's notes are re-keyed to the survivor. Within one
      *list they stay where they are in the notes file; across lists
      *they are taken out of the duplicate's file and added to the
      *survivor's.
       MOVE-ITEM-NOTES SECTION.
           MOVE 'N' TO WS-EOF
           OPEN INPUT NOTES-FILE
           IF WS-NOTES-STATUS = "00"
              OPEN OUTPUT NOTES-KEEP-FILE
              IF NOT MERGE-IN-ONE-LIST
                 OPEN EXTEND SURV-NOTES-FILE
                 IF WS-SURV-NOTES-STATUS NOT = "00"
                    OPEN OUTPUT SURV-NOTES-FILE
                 END-IF
              END-IF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ NOTES-FILE INTO WS-NOTE-LINE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF WS-NOTE-ITEM-ID = MERGE-DUP-ID
                          MOVE MERGE-SURV-ID TO WS-NOTE-ITEM-ID
                          ADD 1 TO MERGE-NOTE-COUNT
                          IF MERGE-IN-ONE-LIST
                             WRITE NOTES-KEEP-FILE-REC FROM WS-NOTE-LINE
                          ELSE
                             WRITE SURV-NOTES-FILE-REC FROM WS-NOTE-LINE
                          END-IF
                       ELSE
                          WRITE NOTES-KEEP-FILE-REC FROM WS-NOTE-LINE
                       END-IF
                 END-READ
              END-PERFORM
              IF NOT MERGE-IN-ONE-LIST
                 CLOSE SURV-NOTES-FILE
              END-IF
              CLOSE NOTES-KEEP-FILE
              CLOSE NOTES-FILE
              IF MERGE-NOTE-COUNT > 0
                 PERFORM SWAP-IN-KEPT-NOTES
              END-IF
              CALL "CBL_DELETE_FILE"
                 USING FUNCTION TRIM(WS-NOTES-KEEP-PATH)
           END-IF
          EXIT.

       SWAP-IN-KEPT-NOTES SECTION.
           MOVE 'N' TO WS-EOF
           OPEN INPUT NOTES-KEEP-FILE
           OPEN OUTPUT NOTES-FILE
           PERFORM UNTIL WS-EOF = 'Y'
              READ NOTES-KEEP-FILE INTO WS-NOTE-LINE
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END WRITE NOTES-FILE-REC FROM WS-NOTE-LINE
              END-READ
           END-PERFORM
           CLOSE NOTES-FILE
           CLOSE NOTES-KEEP-FILE
          EXIT.

       MOVE-ITEM-TIME-ENTRIES SECTION.
           MOVE 'N' TO WS-EOF
           OPEN INPUT TIME-FILE
           IF WS-TIME-STATUS = "00"
              OPEN OUTPUT TIME-KEEP-FILE
              IF NOT MERGE-IN-ONE-LIST
                 OPEN EXTEND SURV-TIME-FILE
                 IF WS-SURV-TIME-STATUS NOT = "00"
                    OPEN OUTPUT SURV-TIME-FILE
                 END-IF
              END-IF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ TIME-FILE INTO WS-TIME-LINE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF WS-TIME-ITEM-ID = MERGE-DUP-ID
                          MOVE MERGE-SURV-ID TO WS-TIME-ITEM-ID
                          ADD 1 TO MERGE-TIME-COUNT
                          IF MERGE-IN-ONE-LIST
                             WRITE TIME-KEEP-FILE-REC FROM WS-TIME-LINE
                          ELSE
                             WRITE SURV-TIME-FILE-REC FROM WS-TIME-LINE
                          END-IF
                       ELSE
                          WRITE TIME-KEEP-FILE-REC FROM WS-TIME-LINE
                       END-IF
                 END-READ
              END-PERFORM
              IF NOT MERGE-IN-ONE-LIST
                 CLOSE SURV-TIME-FILE
              END-IF
              CLOSE TIME-KEEP-FILE
              CLOSE TIME-FILE
              IF MERGE-TIME-COUNT > 0
                 PERFORM SWAP-IN-KEPT-TIME
              END-IF
              CALL "CBL_DELETE_FILE"
                 USING FUNCTION TRIM(WS-TIME-KEEP-PATH)
           END-IF
          EXIT.

       SWAP-IN-KEPT-TIME SECTION.
           MOVE 'N' TO WS-EOF
           OPEN INPUT TIME-KEEP-FILE
           OPEN OUTPUT TIME-FILE
           PERFORM UNTIL WS-EOF = 'Y'
              READ TIME-KEEP-FILE INTO WS-TIME-LINE
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END WRITE TIME-FILE-REC FROM WS-TIME-LINE
              END-READ
           END-PERFORM
           CLOSE TIME-FILE
           CLOSE TIME-KEEP-FILE
          EXIT.

      *MERGE in the duplicate's trail points at the survivor; MERGIN in
      *the survivor's trail points back and records what was moved.
      *Both end with " REF=" and the external reference that moved,
      *blank when the duplicate had none.
       WRITE-MERGE-AUDIT SECTION.
           SET ENVIRONMENT "AUDITFILE" TO
              FUNCTION TRIM(WS-DUP-AUDIT-PATH)
           MOVE "MERGE" TO WS-AUDIT-ACTION
           MOVE MERGE-DUP-ID TO WS-AUDIT-ITEM-ID
           MOVE WS-OLD-IMAGE TO WS-AUDIT-BEFORE
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING "INTO=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SURV-LIST) DELIMITED BY SIZE
                  " ID=" DELIMITED BY SIZE
                  MERGE-SURV-ID DELIMITED BY SIZE
                  " REF=" DELIMITED BY SIZE
                  WS-MOVED-REF DELIMITED BY SIZE
                  INTO WS-AUDIT-AFTER
           END-STRING
           PERFORM WRITE-AUDIT-RECORD

           SET ENVIRONMENT "AUDITFILE" TO
              FUNCTION TRIM(WS-SURV-AUDIT-PATH)
           MOVE "MERGIN" TO WS-AUDIT-ACTION
           MOVE MERGE-SURV-ID TO WS-AUDIT-ITEM-ID
           MOVE SPACES TO WS-AUDIT-BEFORE
           STRING "FROM=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DUP-LIST) DELIMITED BY SIZE
                  " ID=" DELIMITED BY SIZE
                  MERGE-DUP-ID DELIMITED BY SIZE
                  INTO WS-AUDIT-BEFORE
           END-STRING
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING "NOTES=" DELIMITED BY SIZE
                  MERGE-NOTE-COUNT DELIMITED BY SIZE
                  " DEPS=" DELIMITED BY SIZE
                  MERGE-DEP-COUNT DELIMITED BY SIZE
                  " TIME=" DELIMITED BY SIZE
                  MERGE-TIME-COUNT DELIMITED BY SIZE
                  " REF=" DELIMITED BY SIZE
                  WS-MOVED-REF DELIMITED BY SIZE
                  INTO WS-AUDIT-AFTER
           END-STRING
           PERFORM WRITE-AUDIT-RECORD
          EXIT.

       COPY auditwrt.

       COPY listlock.

       END PROGRAM TDMERGE.
