       IDENTIFICATION DIVISION.
       PROGRAM-ID. TDSNAP.

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
         SELECT TIME-FILE ASSIGN TO EXTERNAL TIMEFILE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TIME-STATUS.
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
         SELECT LOCK-FILE ASSIGN TO EXTERNAL LOCKFILE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LOCK-STATUS.
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
          FD TIME-FILE.
          01 TIME-FILE-REC PIC X(50).
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
          FD LOCK-FILE.
          01 LOCK-FILE-REC PIC X(30).
       WORKING-STORAGE SECTION.
       01 WS-TDLIST-STATUS      PIC XX.
       01 WS-SEQ-STATUS         PIC XX.
       01 WS-DEPS-STATUS        PIC XX.
       01 WS-NOTES-STATUS       PIC XX.
       01 WS-TIME-STATUS        PIC XX.
       01 WS-SNAP-ITEMS-STATUS  PIC XX.
       01 WS-SNAP-SEQ-STATUS    PIC XX.
       01 WS-SNAP-DEPS-STATUS   PIC XX.
       01 WS-SNAP-NOTES-STATUS  PIC XX.
       01 WS-SNAP-TIME-STATUS   PIC XX.
       01 WS-MANIFEST-STATUS    PIC XX.
       01 WS-LOCK-STATUS        PIC XX.
       01 WS-LIST-NAME          PIC X(30).
       01 WS-TDLIST-PATH        PIC X(60).
       01 WS-SEQ-PATH           PIC X(60).
       01 WS-DEPS-PATH          PIC X(60).
       01 WS-NOTES-PATH         PIC X(60).
       01 WS-TIME-PATH          PIC X(60).
       01 WS-LOCK-PATH          PIC X(60).
       01 WS-SNAP-PREFIX        PIC X(50).
       01 WS-SNAP-ITEMS-PATH    PIC X(60).
       01 WS-SNAP-SEQ-PATH      PIC X(60).
       01 WS-SNAP-DEPS-PATH     PIC X(60).
       01 WS-SNAP-NOTES-PATH    PIC X(60).
       01 WS-SNAP-TIME-PATH     PIC X(60).
       01 WS-MANIFEST-PATH      PIC X(60).
       COPY lockfields.
       01 WS-EOF PIC A(1).
       01 WS-TDLIST.
          COPY tdlistrec.
       01 WS-SEQ-REC.
          05 WS-LAST-ID PIC 9(5).
       COPY depsrec.
       COPY notesrec.
       COPY timerec.
       COPY snapmfrec.
       01 WS-SNAP-STAMP   PIC X(21).
       01 WS-ITEM-COUNT   PIC 9(7).
       01 WS-SEQ-COUNT    PIC 9(7).
       01 WS-DEPS-COUNT   PIC 9(7).
       01 WS-NOTES-COUNT  PIC 9(7).
       01 WS-TIME-COUNT   PIC 9(7).
       LINKAGE SECTION.
        COPY todosnap.
       PROCEDURE DIVISION USING SNAP-PARMS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO SNAP-DATE
           PERFORM SET-FILE-PATHS
           MOVE 0 TO SNAP-ITEM-COUNT
           SET SNAP-OK TO TRUE
           PERFORM ACQUIRE-LIST-LOCK
           IF NOT LOCK-ACQUIRED
              SET SNAP-ERR-LOCKED TO TRUE
              GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-SNAP-STAMP
           PERFORM SNAPSHOT-LIST-ITEMS
           PERFORM SNAPSHOT-SEQ-FILE
           PERFORM SNAPSHOT-DEPS-FILE
           PERFORM SNAPSHOT-NOTES-FILE
           PERFORM SNAPSHOT-TIME-FILE
           PERFORM WRITE-SNAPSHOT-MANIFEST
           PERFORM RELEASE-LIST-LOCK
           MOVE WS-ITEM-COUNT TO SNAP-ITEM-COUNT
           DISPLAY "Snapshot " FUNCTION TRIM(WS-SNAP-PREFIX)
                   " taken at " WS-SNAP-STAMP
           DISPLAY "  items . . : " WS-ITEM-COUNT
           DISPLAY "  seq . . . : " WS-SEQ-COUNT
           DISPLAY "  deps  . . : " WS-DEPS-COUNT
           DISPLAY "  notes . . : " WS-NOTES-COUNT
           DISPLAY "  time  . . : " WS-TIME-COUNT
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
           MOVE SPACES TO WS-TIME-PATH
           STRING FUNCTION TRIM(WS-LIST-NAME) DELIMITED BY SIZE
                  "-time.txt" DELIMITED BY SIZE
                  INTO WS-TIME-PATH
           END-STRING
           MOVE SPACES TO WS-LOCK-PATH
           STRING FUNCTION TRIM(WS-LIST-NAME) DELIMITED BY SIZE
                  "-lock.txt" DELIMITED BY SIZE
                  INTO WS-LOCK-PATH
           END-STRING
           MOVE SPACES TO WS-SNAP-PREFIX
           STRING FUNCTION TRIM(WS-LIST-NAME) DELIMITED BY SIZE
                  "-snap-" DELIMITED BY SIZE
                  SNAP-DATE DELIMITED BY SIZE
                  INTO WS-SNAP-PREFIX
           END-STRING
           MOVE SPACES TO WS-SNAP-ITEMS-PATH
           STRING FUNCTION TRIM(WS-SNAP-PREFIX) DELIMITED BY SIZE
                  "-items.txt" DELIMITED BY SIZE
                  INTO WS-SNAP-ITEMS-PATH
           END-STRING
           MOVE SPACES TO WS-SNAP-SEQ-PATH
           STRING FUNCTION TRIM(WS-SNAP-PREFIX) DELIMITED BY SIZE
                  "-seq.txt" DELIMITED BY SIZE
                  INTO WS-SNAP-SEQ-PATH
           END-STRING
           MOVE SPACES TO WS-SNAP-DEPS-PATH
           STRING FUNCTION TRIM(WS-SNAP-PREFIX) DELIMITED BY SIZE
                  "-deps.txt" DELIMITED BY SIZE
                  INTO WS-SNAP-DEPS-PATH
           END-STRING
           MOVE SPACES TO WS-SNAP-NOTES-PATH
           STRING FUNCTION TRIM(WS-SNAP-PREFIX) DELIMITED BY SIZE
                  "-notes.txt" DELIMITED BY SIZE
                  INTO WS-SNAP-NOTES-PATH
           END-STRING
           MOVE SPACES TO WS-SNAP-TIME-PATH
           STRING FUNCTION TRIM(WS-SNAP-PREFIX) DELIMITED BY SIZE
                  "-time.txt" DELIMITED BY SIZE
                  INTO WS-SNAP-TIME-PATH
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
           SET ENVIRONMENT "TIMEFILE" TO FUNCTION TRIM(WS-TIME-PATH)
           SET ENVIRONMENT "LOCKFILE" TO FUNCTION TRIM(WS-LOCK-PATH)
           SET ENVIRONMENT "SNAPITEMSFILE" TO
              FUNCTION TRIM(WS-SNAP-ITEMS-PATH)
           SET ENVIRONMENT "SNAPSEQFILE" TO
              FUNCTION TRIM(WS-SNAP-SEQ-PATH)
           SET ENVIRONMENT "SNAPDEPSFILE" TO
              FUNCTION TRIM(WS-SNAP-DEPS-PATH)
           SET ENVIRONMENT "SNAPNOTESFILE" TO
              FUNCTION TRIM(WS-SNAP-NOTES-PATH)
           SET ENVIRONMENT "SNAPTIMEFILE" TO
              FUNCTION TRIM(WS-SNAP-TIME-PATH)
           SET ENVIRONMENT "SNAPMANIFILE" TO
              FUNCTION TRIM(WS-MANIFEST-PATH)
          EXIT.

       SNAPSHOT-LIST-ITEMS SECTION.
           MOVE 0 TO WS-ITEM-COUNT
           MOVE 'N' TO WS-EOF
           OPEN OUTPUT SNAP-ITEMS-FILE
           OPEN INPUT TDLIST
           IF WS-TDLIST-STATUS = "00"
              PERFORM UNTIL WS-EOF = 'Y'
                 READ TDLIST NEXT INTO WS-TDLIST
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       WRITE SNAP-ITEMS-FILE-REC FROM WS-TDLIST
                       ADD 1 TO WS-ITEM-COUNT
                 END-READ
              END-PERFORM
              CLOSE TDLIST
           END-IF
           CLOSE SNAP-ITEMS-FILE
          EXIT.

       SNAPSHOT-SEQ-FILE SECTION.
           MOVE 0 TO WS-SEQ-COUNT
           MOVE 0 TO WS-LAST-ID
           OPEN INPUT SEQ-FILE
           IF WS-SEQ-STATUS = "00"
              READ SEQ-FILE INTO WS-SEQ-REC
                 AT END MOVE 0 TO WS-LAST-ID
              END-READ
              CLOSE SEQ-FILE
           END-IF
           OPEN OUTPUT SNAP-SEQ-FILE
           WRITE SNAP-SEQ-FILE-REC FROM WS-SEQ-REC
           ADD 1 TO WS-SEQ-COUNT
           CLOSE SNAP-SEQ-FILE
          EXIT.

       SNAPSHOT-DEPS-FILE SECTION.
           MOVE 0 TO WS-DEPS-COUNT
           MOVE 'N' TO WS-EOF
           OPEN OUTPUT SNAP-DEPS-FILE
           OPEN INPUT DEPS-FILE
           IF WS-DEPS-STATUS = "00"
              PERFORM UNTIL WS-EOF = 'Y'
                 READ DEPS-FILE INTO WS-DEP-LINE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       WRITE SNAP-DEPS-FILE-REC FROM WS-DEP-LINE
                       ADD 1 TO WS-DEPS-COUNT
                 END-READ
              END-PERFORM
              CLOSE DEPS-FILE
           END-IF
           CLOSE SNAP-DEPS-FILE
          EXIT.

       SNAPSHOT-NOTES-FILE SECTION.
           MOVE 0 TO WS-NOTES-COUNT
           MOVE 'N' TO WS-EOF
           OPEN OUTPUT SNAP-NOTES-FILE
           OPEN INPUT NOTES-FILE
           IF WS-NOTES-STATUS = "00"
              PERFORM UNTIL WS-EOF = 'Y'
                 READ NOTES-FILE INTO WS-NOTE-LINE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       WRITE SNAP-NOTES-FILE-REC FROM WS-NOTE-LINE
                       ADD 1 TO WS-NOTES-COUNT
                 END-READ
              END-PERFORM
              CLOSE NOTES-FILE
           END-IF
           CLOSE SNAP-NOTES-FILE
          EXIT.

       SNAPSHOT-TIME-FILE SECTION.
           MOVE 0 TO WS-TIME-COUNT
           MOVE 'N' TO WS-EOF
           OPEN OUTPUT SNAP-TIME-FILE
           OPEN INPUT TIME-FILE
           IF WS-TIME-STATUS = "00"
              PERFORM UNTIL WS-EOF = 'Y'
                 READ TIME-FILE INTO WS-TIME-LINE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       WRITE SNAP-TIME-FILE-REC FROM WS-TIME-LINE
                       ADD 1 TO WS-TIME-COUNT
                 END-READ
              END-PERFORM
              CLOSE TIME-FILE
           END-IF
           CLOSE SNAP-TIME-FILE
          EXIT.

      *The manifest stamp is taken while the list lock is held, so every
      *audited change up to the stamp is in the set and none after it.
       WRITE-SNAPSHOT-MANIFEST SECTION.
           OPEN OUTPUT MANIFEST-FILE
           MOVE SNAP-DATE TO WS-SNAPMF-DATE
           MOVE WS-SNAP-STAMP TO WS-SNAPMF-STAMP
           SET SNAPMF-ITEMS TO TRUE
           MOVE WS-ITEM-COUNT TO WS-SNAPMF-COUNT
           MOVE WS-SNAP-ITEMS-PATH TO WS-SNAPMF-PATH
           WRITE MANIFEST-FILE-REC FROM WS-SNAPMF-LINE
           SET SNAPMF-SEQ TO TRUE
           MOVE WS-SEQ-COUNT TO WS-SNAPMF-COUNT
           MOVE WS-SNAP-SEQ-PATH TO WS-SNAPMF-PATH
           WRITE MANIFEST-FILE-REC FROM WS-SNAPMF-LINE
           SET SNAPMF-DEPS TO TRUE
           MOVE WS-DEPS-COUNT TO WS-SNAPMF-COUNT
           MOVE WS-SNAP-DEPS-PATH TO WS-SNAPMF-PATH
           WRITE MANIFEST-FILE-REC FROM WS-SNAPMF-LINE
           SET SNAPMF-NOTES TO TRUE
           MOVE WS-NOTES-COUNT TO WS-SNAPMF-COUNT
           MOVE WS-SNAP-NOTES-PATH TO WS-SNAPMF-PATH
           WRITE MANIFEST-FILE-REC FROM WS-SNAPMF-LINE
           SET SNAPMF-TIME TO TRUE
           MOVE WS-TIME-COUNT TO WS-SNAPMF-COUNT
           MOVE WS-SNAP-TIME-PATH TO WS-SNAPMF-PATH
           WRITE MANIFEST-FILE-REC FROM WS-SNAPMF-LINE
           CLOSE MANIFEST-FILE
          EXIT.

       COPY listlock.

       END PROGRAM TDSNAP.
