       IDENTIFICATION DIVISION.
       PROGRAM-ID. TDXFER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT TDLIST ASSIGN TO EXTERNAL TDLISTFILE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS ITEM-ID IN TDLIST-FILE
            FILE STATUS IS WS-TDLIST-STATUS.
         SELECT TGT-TDLIST ASSIGN TO EXTERNAL TGTLISTFILE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS ITEM-ID IN TGT-TDLIST-FILE
            FILE STATUS IS WS-TGT-TDLIST-STATUS.
         SELECT SEQ-FILE ASSIGN TO EXTERNAL SEQFILE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SEQ-STATUS.
         SELECT DEPS-FILE ASSIGN TO EXTERNAL DEPSFILE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-DEPS-STATUS.
         SELECT NOTES-FILE ASSIGN TO EXTERNAL NOTESFILE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-NOTES-STATUS.
         SELECT TGT-NOTES-FILE ASSIGN TO EXTERNAL TGTNOTESFILE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TGT-NOTES-STATUS.
         SELECT TIME-FILE ASSIGN TO EXTERNAL TIMEFILE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TIME-STATUS.
         SELECT TIME-KEEP-FILE ASSIGN TO EXTERNAL TIMEKEEPFILE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TIME-KEEP-STATUS.
         SELECT TGT-TIME-FILE ASSIGN TO EXTERNAL TGTTIMEFILE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TGT-TIME-STATUS.
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
          FD TGT-TDLIST.
          01 TGT-TDLIST-FILE.
             COPY tdlistrec.
          FD SEQ-FILE.
          01 SEQ-FILE-REC.
             05 SEQ-LAST-ID PIC 9(5).
          FD DEPS-FILE.
          01 DEPS-FILE-REC PIC X(11).
          FD NOTES-FILE.
          01 NOTES-FILE-REC PIC X(88).
          FD TGT-NOTES-FILE.
          01 TGT-NOTES-FILE-REC PIC X(88).
          FD TIME-FILE.
          01 TIME-FILE-REC PIC X(50).
          FD TIME-KEEP-FILE.
          01 TIME-KEEP-FILE-REC PIC X(50).
          FD TGT-TIME-FILE.
          01 TGT-TIME-FILE-REC PIC X(50).
          FD AUDIT-FILE.
          01 AUDIT-FILE-REC PIC X(196).
          FD LOCK-FILE.
          01 LOCK-FILE-REC PIC X(30).
          FD REGISTRY-FILE.
          01 REGISTRY-FILE-REC PIC X(82).
       WORKING-STORAGE SECTION.
       01 WS-TDLIST-STATUS     PIC XX.
       01 WS-TGT-TDLIST-STATUS PIC XX.
       01 WS-SEQ-STATUS        PIC XX.
       01 WS-DEPS-STATUS       PIC XX.
       01 WS-NOTES-STATUS      PIC XX.
       01 WS-TGT-NOTES-STATUS  PIC XX.
       01 WS-TIME-STATUS       PIC XX.
       01 WS-TIME-KEEP-STATUS  PIC XX.
       01 WS-TGT-TIME-STATUS   PIC XX.
       01 WS-AUDIT-STATUS      PIC XX.
       01 WS-LOCK-STATUS       PIC XX.
       01 WS-REGISTRY-STATUS   PIC XX.
       01 WS-SOURCE-LIST       PIC X(30).
       01 WS-TARGET-LIST       PIC X(30).
       01 WS-TDLIST-PATH       PIC X(60).
       01 WS-TGT-TDLIST-PATH   PIC X(60).
       01 WS-SEQ-PATH          PIC X(60).
       01 WS-DEPS-PATH         PIC X(60).
       01 WS-NOTES-PATH        PIC X(60).
       01 WS-TGT-NOTES-PATH    PIC X(60).
       01 WS-TIME-PATH         PIC X(60).
       01 WS-TIME-KEEP-PATH    PIC X(60).
       01 WS-TGT-TIME-PATH     PIC X(60).
       01 WS-SRC-AUDIT-PATH    PIC X(60).
       01 WS-TGT-AUDIT-PATH    PIC X(60).
       01 WS-SRC-LOCK-PATH     PIC X(60).
       01 WS-TGT-LOCK-PATH     PIC X(60).
       01 WS-LOCK-PATH         PIC X(60).
       COPY lockfields.
       01 WS-REGISTRY-PATH PIC X(60).
       COPY registryrec.
       COPY regchkf.
       01 WS-SRC-LOCK-SW PIC X(1) VALUE 'N'.
       01 WS-TGT-LOCK-SW PIC X(1) VALUE 'N'.
       01 WS-EOF PIC A(1).
       01 WS-TDLIST.
          COPY tdlistrec.
       01 WS-SEQ-REC.
          05 WS-LAST-ID PIC 9(5).
       COPY auditrec.
       COPY itemimg.
       COPY notesrec.
       COPY depsrec.
       COPY timerec.
       01 WS-OLD-ITEM-ID   PIC 9(5).
       01 WS-OLD-IMAGE     PIC X(80).
       01 WS-RECORD-COUNT  PIC 9(5).
       01 WS-MAX-ITEMS     PIC 9(4) VALUE 9999.
       01 WS-ITEM-FOUND-SW PIC X(1) VALUE 'N'.
          88 XFER-ITEM-FOUND VALUE 'Y'.
       01 WS-HAS-DEPS-SW   PIC X(1) VALUE 'N'.
          88 ITEM-HAS-DEPS VALUE 'Y'.
       01 WS-LIST-FULL     PIC X(1) VALUE 'N'.
          88 LIST-AT-CAPACITY VALUE 'Y'.
       LINKAGE SECTION.
        COPY todoxfer.
       PROCEDURE DIVISION USING XFER-PARMS.
           SET XFER-OK TO TRUE
           MOVE 0 TO XFER-NEW-ITEM-ID
           MOVE 0 TO XFER-NOTE-COUNT
           MOVE 0 TO XFER-TIME-COUNT
           MOVE XFER-SOURCE-LIST TO WS-SOURCE-LIST
           MOVE XFER-TARGET-LIST TO WS-TARGET-LIST
           IF WS-SOURCE-LIST = SPACES
              OR WS-TARGET-LIST = SPACES
              OR WS-SOURCE-LIST = WS-TARGET-LIST
              SET XFER-ERR-LIST-NAME TO TRUE
              GOBACK
           END-IF
           PERFORM SET-FILE-PATHS
           MOVE WS-SOURCE-LIST TO WS-RETIRE-CHECK-LIST
           PERFORM CHECK-LIST-RETIRED
           IF NOT LIST-IS-RETIRED
              MOVE WS-TARGET-LIST TO WS-RETIRE-CHECK-LIST
              PERFORM CHECK-LIST-RETIRED
           END-IF
           IF LIST-IS-RETIRED
              SET XFER-ERR-RETIRED TO TRUE
              GOBACK
           END-IF
           PERFORM ACQUIRE-BOTH-LOCKS
           IF XFER-ERR-LOCKED
              GOBACK
           END-IF
           PERFORM READ-SOURCE-ITEM
           IF NOT XFER-ITEM-FOUND
              SET XFER-NOT-FOUND TO TRUE
           ELSE
              PERFORM CHECK-SOURCE-DEPENDENCIES
              PERFORM CHECK-TARGET-CAPACITY
              EVALUATE TRUE
                  WHEN ITEM-HAS-DEPS
                     SET XFER-ERR-HAS-DEPS TO TRUE
                  WHEN LIST-AT-CAPACITY
                     SET XFER-ERR-CAPACITY TO TRUE
                  WHEN OTHER
                     PERFORM WRITE-TARGET-ITEM
                     IF XFER-OK
                        PERFORM DELETE-SOURCE-ITEM
                     END-IF
                     IF XFER-OK
                        PERFORM COPY-ITEM-NOTES
                        PERFORM MOVE-ITEM-TIME-ENTRIES
                        PERFORM WRITE-TRANSFER-AUDIT
                     END-IF
              END-EVALUATE
           END-IF
           PERFORM RELEASE-BOTH-LOCKS
           GOBACK
          .

       SET-FILE-PATHS SECTION.
           MOVE SPACES TO WS-TDLIST-PATH
           STRING FUNCTION TRIM(WS-SOURCE-LIST) DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-TDLIST-PATH
           END-STRING
           MOVE SPACES TO WS-DEPS-PATH
           STRING FUNCTION TRIM(WS-SOURCE-LIST) DELIMITED BY SIZE
                  "-deps.txt" DELIMITED BY SIZE
                  INTO WS-DEPS-PATH
           END-STRING
           MOVE SPACES TO WS-NOTES-PATH
           STRING FUNCTION TRIM(WS-SOURCE-LIST) DELIMITED BY SIZE
                  "-notes.txt" DELIMITED BY SIZE
                  INTO WS-NOTES-PATH
           END-STRING
           MOVE SPACES TO WS-TIME-PATH
           STRING FUNCTION TRIM(WS-SOURCE-LIST) DELIMITED BY SIZE
                  "-time.txt" DELIMITED BY SIZE
                  INTO WS-TIME-PATH
           END-STRING
           MOVE SPACES TO WS-TIME-KEEP-PATH
           STRING FUNCTION TRIM(WS-SOURCE-LIST) DELIMITED BY SIZE
                  "-time-keep.txt" DELIMITED BY SIZE
                  INTO WS-TIME-KEEP-PATH
           END-STRING
           MOVE SPACES TO WS-SRC-AUDIT-PATH
           STRING FUNCTION TRIM(WS-SOURCE-LIST) DELIMITED BY SIZE
                  "-audit.txt" DELIMITED BY SIZE
                  INTO WS-SRC-AUDIT-PATH
           END-STRING
           MOVE SPACES TO WS-SRC-LOCK-PATH
           STRING FUNCTION TRIM(WS-SOURCE-LIST) DELIMITED BY SIZE
                  "-lock.txt" DELIMITED BY SIZE
                  INTO WS-SRC-LOCK-PATH
           END-STRING
           MOVE SPACES TO WS-TGT-TDLIST-PATH
           STRING FUNCTION TRIM(WS-TARGET-LIST) DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-TGT-TDLIST-PATH
           END-STRING
           MOVE SPACES TO WS-SEQ-PATH
           STRING FUNCTION TRIM(WS-TARGET-LIST) DELIMITED BY SIZE
                  "-seq.txt" DELIMITED BY SIZE
                  INTO WS-SEQ-PATH
           END-STRING
           MOVE SPACES TO WS-TGT-NOTES-PATH
           STRING FUNCTION TRIM(WS-TARGET-LIST) DELIMITED BY SIZE
                  "-notes.txt" DELIMITED BY SIZE
                  INTO WS-TGT-NOTES-PATH
           END-STRING
           MOVE SPACES TO WS-TGT-TIME-PATH
           STRING FUNCTION TRIM(WS-TARGET-LIST) DELIMITED BY SIZE
                  "-time.txt" DELIMITED BY SIZE
                  INTO WS-TGT-TIME-PATH
           END-STRING
           MOVE SPACES TO WS-TGT-AUDIT-PATH
           STRING FUNCTION TRIM(WS-TARGET-LIST) DELIMITED BY SIZE
                  "-audit.txt" DELIMITED BY SIZE
                  INTO WS-TGT-AUDIT-PATH
           END-STRING
           MOVE SPACES TO WS-TGT-LOCK-PATH
           STRING FUNCTION TRIM(WS-TARGET-LIST) DELIMITED BY SIZE
                  "-lock.txt" DELIMITED BY SIZE
                  INTO WS-TGT-LOCK-PATH
           END-STRING
           SET ENVIRONMENT "TDLISTFILE" TO FUNCTION TRIM(WS-TDLIST-PATH)
           SET ENVIRONMENT "DEPSFILE" TO FUNCTION TRIM(WS-DEPS-PATH)
           SET ENVIRONMENT "NOTESFILE" TO FUNCTION TRIM(WS-NOTES-PATH)
           SET ENVIRONMENT "TGTLISTFILE" TO
              FUNCTION TRIM(WS-TGT-TDLIST-PATH)
           SET ENVIRONMENT "SEQFILE" TO FUNCTION TRIM(WS-SEQ-PATH)
           SET ENVIRONMENT "TGTNOTESFILE" TO
              FUNCTION TRIM(WS-TGT-NOTES-PATH)
           SET ENVIRONMENT "TIMEFILE" TO FUNCTION TRIM(WS-TIME-PATH)
           SET ENVIRONMENT "TIMEKEEPFILE" TO
              FUNCTION TRIM(WS-TIME-KEEP-PATH)
           SET ENVIRONMENT "TGTTIMEFILE" TO
              FUNCTION TRIM(WS-TGT-TIME-PATH)
           MOVE SPACES TO WS-REGISTRY-PATH
           ACCEPT WS-REGISTRY-PATH FROM ENVIRONMENT "TODOLIST_REGISTRY"
           IF WS-REGISTRY-PATH = SPACES
              MOVE "todolists-registry.txt" TO WS-REGISTRY-PATH
           END-IF
           SET ENVIRONMENT "REGISTRYFILE" TO
              FUNCTION TRIM(WS-REGISTRY-PATH)
          EXIT.

       COPY regchk.

       ACQUIRE-BOTH-LOCKS SECTION.
           MOVE WS-SRC-LOCK-PATH TO WS-LOCK-PATH
           SET ENVIRONMENT "LOCKFILE" TO FUNCTION TRIM(WS-LOCK-PATH)
           PERFORM ACQUIRE-LIST-LOCK
           MOVE WS-LOCK-ACQUIRED-SW TO WS-SRC-LOCK-SW
           IF NOT LOCK-ACQUIRED
              SET XFER-ERR-LOCKED TO TRUE
           ELSE
              MOVE WS-TGT-LOCK-PATH TO WS-LOCK-PATH
              SET ENVIRONMENT "LOCKFILE" TO FUNCTION TRIM(WS-LOCK-PATH)
              PERFORM ACQUIRE-LIST-LOCK
              MOVE WS-LOCK-ACQUIRED-SW TO WS-TGT-LOCK-SW
              IF NOT LOCK-ACQUIRED
                 SET XFER-ERR-LOCKED TO TRUE
                 PERFORM RELEASE-BOTH-LOCKS
              END-IF
           END-IF
          EXIT.

       RELEASE-BOTH-LOCKS SECTION.
           MOVE WS-TGT-LOCK-PATH TO WS-LOCK-PATH
           MOVE WS-TGT-LOCK-SW TO WS-LOCK-ACQUIRED-SW
           PERFORM RELEASE-LIST-LOCK
           MOVE 'N' TO WS-TGT-LOCK-SW
           MOVE WS-SRC-LOCK-PATH TO WS-LOCK-PATH
           MOVE WS-SRC-LOCK-SW TO WS-LOCK-ACQUIRED-SW
           PERFORM RELEASE-LIST-LOCK
           MOVE 'N' TO WS-SRC-LOCK-SW
          EXIT.

       READ-SOURCE-ITEM SECTION.
           MOVE 'N' TO WS-ITEM-FOUND-SW
           OPEN INPUT TDLIST
           IF WS-TDLIST-STATUS = "00"
              MOVE XFER-ITEM-ID TO ITEM-ID IN TDLIST-FILE
              READ TDLIST INTO WS-TDLIST
                 INVALID KEY CONTINUE
                 NOT INVALID KEY SET XFER-ITEM-FOUND TO TRUE
              END-READ
              CLOSE TDLIST
           END-IF
           IF XFER-ITEM-FOUND
              MOVE ITEM-ID IN WS-TDLIST TO WS-OLD-ITEM-ID
              MOVE WS-TDLIST(1:80) TO WS-OLD-IMAGE
           END-IF
          EXIT.

       CHECK-SOURCE-DEPENDENCIES SECTION.
           MOVE 'N' TO WS-HAS-DEPS-SW
           MOVE 'N' TO WS-EOF
           OPEN INPUT DEPS-FILE
           IF WS-DEPS-STATUS = "00"
              PERFORM UNTIL WS-EOF = 'Y' OR ITEM-HAS-DEPS
                 READ DEPS-FILE INTO WS-DEP-LINE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF WS-DEP-ITEM-ID = WS-OLD-ITEM-ID
                          OR WS-DEP-PRED-ID = WS-OLD-ITEM-ID
                          SET ITEM-HAS-DEPS TO TRUE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DEPS-FILE
           END-IF
          EXIT.

       CHECK-TARGET-CAPACITY SECTION.
           MOVE 'N' TO WS-LIST-FULL
           MOVE 0 TO WS-RECORD-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT TGT-TDLIST
           IF WS-TGT-TDLIST-STATUS = "00"
              PERFORM UNTIL WS-EOF = 'Y'
                 READ TGT-TDLIST NEXT
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END ADD 1 TO WS-RECORD-COUNT
                 END-READ
              END-PERFORM
              CLOSE TGT-TDLIST
           END-IF
           IF WS-RECORD-COUNT >= WS-MAX-ITEMS
              SET LIST-AT-CAPACITY TO TRUE
           END-IF
          EXIT.

       WRITE-TARGET-ITEM SECTION.
           PERFORM NEXT-ITEM-ID
           MOVE ITEM-ID IN WS-TDLIST TO XFER-NEW-ITEM-ID
           OPEN I-O TGT-TDLIST
           IF WS-TGT-TDLIST-STATUS NOT = "00"
              OPEN OUTPUT TGT-TDLIST
           END-IF
           IF WS-TGT-TDLIST-STATUS NOT = "00"
              SET XFER-ERR-WRITE TO TRUE
           ELSE
              WRITE TGT-TDLIST-FILE FROM WS-TDLIST
                 INVALID KEY SET XFER-ERR-WRITE TO TRUE
              END-WRITE
              IF WS-TGT-TDLIST-STATUS NOT = "00"
                 SET XFER-ERR-WRITE TO TRUE
              END-IF
              CLOSE TGT-TDLIST
           END-IF
           IF XFER-ERR-WRITE
              MOVE 0 TO XFER-NEW-ITEM-ID
           END-IF
          EXIT.

      *If the source item cannot be deleted the copy just written to
      *the target is taken out again, so the item stays in one list.
       DELETE-SOURCE-ITEM SECTION.
           OPEN I-O TDLIST
           IF WS-TDLIST-STATUS NOT = "00"
              SET XFER-ERR-WRITE TO TRUE
           ELSE
              MOVE WS-OLD-ITEM-ID TO ITEM-ID IN TDLIST-FILE
              DELETE TDLIST
                 INVALID KEY SET XFER-ERR-WRITE TO TRUE
              END-DELETE
              IF WS-TDLIST-STATUS NOT = "00"
                 SET XFER-ERR-WRITE TO TRUE
              END-IF
              CLOSE TDLIST
           END-IF
           IF XFER-ERR-WRITE
              PERFORM REMOVE-TARGET-ITEM
              MOVE 0 TO XFER-NEW-ITEM-ID
           END-IF
          EXIT.

       REMOVE-TARGET-ITEM SECTION.
           OPEN I-O TGT-TDLIST
           IF WS-TGT-TDLIST-STATUS = "00"
              MOVE XFER-NEW-ITEM-ID TO ITEM-ID IN TGT-TDLIST-FILE
              DELETE TGT-TDLIST
                 INVALID KEY CONTINUE
              END-DELETE
              CLOSE TGT-TDLIST
           END-IF
          EXIT.

       COPY-ITEM-NOTES SECTION.
           MOVE 'N' TO WS-EOF
           OPEN INPUT NOTES-FILE
           IF WS-NOTES-STATUS = "00"
              PERFORM UNTIL WS-EOF = 'Y'
                 READ NOTES-FILE INTO WS-NOTE-LINE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF WS-NOTE-ITEM-ID = WS-OLD-ITEM-ID
                          PERFORM WRITE-TARGET-NOTE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE NOTES-FILE
           END-IF
          EXIT.

       WRITE-TARGET-NOTE SECTION.
           MOVE XFER-NEW-ITEM-ID TO WS-NOTE-ITEM-ID
           OPEN EXTEND TGT-NOTES-FILE
           IF WS-TGT-NOTES-STATUS NOT = "00"
              OPEN OUTPUT TGT-NOTES-FILE
           END-IF
           WRITE TGT-NOTES-FILE-REC FROM WS-NOTE-LINE
           CLOSE TGT-NOTES-FILE
           ADD 1 TO XFER-NOTE-COUNT
          EXIT.

      *Unlike notes, logged hours are moved rather than copied so the
      *same time is never charged in both lists.
       MOVE-ITEM-TIME-ENTRIES SECTION.
           MOVE 'N' TO WS-EOF
           OPEN INPUT TIME-FILE
           IF WS-TIME-STATUS = "00"
              OPEN OUTPUT TIME-KEEP-FILE
              OPEN EXTEND TGT-TIME-FILE
              IF WS-TGT-TIME-STATUS NOT = "00"
                 OPEN OUTPUT TGT-TIME-FILE
              END-IF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ TIME-FILE INTO WS-TIME-LINE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF WS-TIME-ITEM-ID = WS-OLD-ITEM-ID
                          MOVE XFER-NEW-ITEM-ID TO WS-TIME-ITEM-ID
                          WRITE TGT-TIME-FILE-REC FROM WS-TIME-LINE
                          ADD 1 TO XFER-TIME-COUNT
                       ELSE
                          WRITE TIME-KEEP-FILE-REC FROM WS-TIME-LINE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TGT-TIME-FILE
              CLOSE TIME-KEEP-FILE
              CLOSE TIME-FILE
              IF XFER-TIME-COUNT > 0
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

       WRITE-TRANSFER-AUDIT SECTION.
           SET ENVIRONMENT "AUDITFILE" TO
              FUNCTION TRIM(WS-SRC-AUDIT-PATH)
           MOVE "MOVOUT" TO WS-AUDIT-ACTION
           MOVE WS-OLD-ITEM-ID TO WS-AUDIT-ITEM-ID
           MOVE WS-OLD-IMAGE TO WS-AUDIT-BEFORE
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING "TO=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TARGET-LIST) DELIMITED BY SIZE
                  " ID=" DELIMITED BY SIZE
                  XFER-NEW-ITEM-ID DELIMITED BY SIZE
                  INTO WS-AUDIT-AFTER
           END-STRING
           PERFORM WRITE-AUDIT-RECORD

           SET ENVIRONMENT "AUDITFILE" TO
              FUNCTION TRIM(WS-TGT-AUDIT-PATH)
           MOVE "MOVEIN" TO WS-AUDIT-ACTION
           MOVE XFER-NEW-ITEM-ID TO WS-AUDIT-ITEM-ID
           MOVE SPACES TO WS-AUDIT-BEFORE
           STRING "FROM=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SOURCE-LIST) DELIMITED BY SIZE
                  " ID=" DELIMITED BY SIZE
                  WS-OLD-ITEM-ID DELIMITED BY SIZE
                  INTO WS-AUDIT-BEFORE
           END-STRING
           PERFORM BUILD-ITEM-IMAGE
           MOVE WS-ITEM-IMAGE TO WS-AUDIT-AFTER
           PERFORM WRITE-AUDIT-RECORD
          EXIT.

       COPY nextid.

       COPY auditwrt.

       COPY itemimgb.

       COPY listlock.

       END PROGRAM TDXFER.
