         SELECT ARCHIVE-FILE ASSIGN TO EXTERNAL ARCHIVEFILE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ARCHIVE-STATUS.
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
          FD ARCHIVE-FILE.
          01 ARCHIVE-FILE-REC.
             COPY archiverec.
          FD AUDIT-FILE.
          01 AUDIT-FILE-REC PIC X(196).
          FD LOCK-FILE.
          01 LOCK-FILE-REC PIC X(30).
          FD REGISTRY-FILE.
          01 REGISTRY-FILE-REC PIC X(82).
       WORKING-STORAGE SECTION.
       01 WS-ARCHIVE-STATUS PIC XX.
       01 WS-TDLIST-STATUS PIC XX.
       01 WS-AUDIT-STATUS  PIC XX.
       01 WS-LOCK-STATUS   PIC XX.
       01 WS-REGISTRY-STATUS PIC XX.
       01 WS-ARCHIVE-OPEN PIC X(1) VALUE 'N'.
          88 ARCHIVE-FILE-OPEN VALUE 'Y'.
       01 WS-LIST-NAME PIC X(30).
       01 WS-TDLIST-PATH   PIC X(60).
       01 WS-ARCHIVE-PATH  PIC X(60).
       01 WS-AUDIT-PATH    PIC X(60).
       01 WS-LOCK-PATH     PIC X(60).
       COPY lockfields.
       01 WS-REGISTRY-PATH PIC X(60).
       COPY registryrec.
       COPY regchkf.
       01 WS-EOF PIC A(1).
       01 WS-TODAY-NUM PIC 9(8).
       01 WS-ITEM-DATE-NUM PIC 9(8).
       01 WS-AGE-DAYS PIC S9(9).
       01 WS-TDLIST.
          COPY tdlistrec.
       COPY auditrec.
       COPY itemimg.
       LINKAGE SECTION.
        COPY todoarchive.
       PROCEDURE DIVISION USING ARCHIVE-PARMS.
           PERFORM SET-FILE-PATHS
           MOVE 0 TO ARCHIVE-ITEM-COUNT
           SET ARCHIVE-OK TO TRUE
           MOVE WS-LIST-NAME TO WS-RETIRE-CHECK-LIST
           PERFORM CHECK-LIST-RETIRED
           IF LIST-IS-RETIRED
              SET ARCHIVE-ERR-RETIRED TO TRUE
              GOBACK
           END-IF
           PERFORM ACQUIRE-LIST-LOCK
           IF NOT LOCK-ACQUIRED
              SET ARCHIVE-ERR-LOCKED TO TRUE
                  "-archive.txt" DELIMITED BY SIZE
                  INTO WS-ARCHIVE-PATH
           END-STRING
           MOVE SPACES TO WS-AUDIT-PATH
           STRING FUNCTION TRIM(WS-LIST-NAME) DELIMITED BY SIZE
                  "-audit.txt" DELIMITED BY SIZE
                  INTO WS-AUDIT-PATH
           END-STRING
           MOVE SPACES TO WS-LOCK-PATH
           STRING FUNCTION TRIM(WS-LIST-NAME) DELIMITED BY SIZE
                  "-lock.txt" DELIMITED BY SIZE
           SET ENVIRONMENT "TDLISTFILE" TO FUNCTION TRIM(WS-TDLIST-PATH)
           SET ENVIRONMENT "ARCHIVEFILE" TO
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

       CLASSIFY-ITEM SECTION.
           MOVE ITEM-DATE IN WS-TDLIST(1:8) TO WS-ITEM-DATE-NUM
           COMPUTE WS-AGE-DAYS =
              PERFORM ARCHIVE-ITEM
              DELETE TDLIST RECORD
              ADD 1 TO ARCHIVE-ITEM-COUNT
              PERFORM WRITE-ARCHIVE-AUDIT
           END-IF
          EXIT.

           WRITE ARCHIVE-FILE-REC FROM WS-TDLIST
          EXIT.

       WRITE-ARCHIVE-AUDIT SECTION.
           MOVE "ARCHIV" TO WS-AUDIT-ACTION
           MOVE ITEM-ID IN WS-TDLIST TO WS-AUDIT-ITEM-ID
           PERFORM BUILD-ITEM-IMAGE
           MOVE WS-ITEM-IMAGE TO WS-AUDIT-BEFORE
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING "TO=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ARCHIVE-PATH) DELIMITED BY SIZE
                  INTO WS-AUDIT-AFTER
           END-STRING
           PERFORM WRITE-AUDIT-RECORD
          EXIT.

       COPY itemimgb.

       COPY listlock.

       COPY auditwrt.

       END PROGRAM TDARCHIV.
