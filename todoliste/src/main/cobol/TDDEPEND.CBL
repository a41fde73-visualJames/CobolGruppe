         SELECT LOCK-FILE ASSIGN TO EXTERNAL LOCKFILE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LOCK-STATUS.
         SELECT REGISTRY-FILE ASSIGN TO EXTERNAL REGISTRYFILE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REGISTRY-STATUS.
       DATA DIVISION.
       FILE SECTION.
          FD TDLIST.
          01 DEPS-FILE-REC PIC X(11).
          FD LOCK-FILE.
          01 LOCK-FILE-REC PIC X(30).
          FD REGISTRY-FILE.
          01 REGISTRY-FILE-REC PIC X(82).
       WORKING-STORAGE SECTION.
       01 WS-TDLIST-STATUS PIC XX.
       01 WS-DEPS-STATUS   PIC XX.
       01 WS-LOCK-STATUS   PIC XX.
       01 WS-REGISTRY-STATUS PIC XX.
       01 WS-LIST-NAME     PIC X(30).
       01 WS-TDLIST-PATH   PIC X(60).
       01 WS-DEPS-PATH     PIC X(60).
       01 WS-LOCK-PATH     PIC X(60).
       COPY lockfields.
       01 WS-REGISTRY-PATH PIC X(60).
       COPY registryrec.
       COPY regchkf.
       01 WS-EOF PIC A(1).
       01 WS-TDLIST.
          COPY tdlistrec.
       PROCEDURE DIVISION USING DEPEND-PARMS.
           PERFORM SET-FILE-PATHS
           SET DEPEND-OK TO TRUE
           MOVE 'N' TO WS-LIST-RETIRED-SW
           IF DEPEND-ACTION-ADD OR DEPEND-ACTION-DELETE
              MOVE WS-LIST-NAME TO WS-RETIRE-CHECK-LIST
              PERFORM CHECK-LIST-RETIRED
           END-IF
           EVALUATE TRUE
           WHEN LIST-IS-RETIRED
              SET DEPEND-ERR-RETIRED TO TRUE
           WHEN DEPEND-ACTION-ADD
              PERFORM ADD-DEPENDENCY-LINK
           WHEN DEPEND-ACTION-DELETE
           SET ENVIRONMENT "TDLISTFILE" TO FUNCTION TRIM(WS-TDLIST-PATH)
           SET ENVIRONMENT "DEPSFILE" TO FUNCTION TRIM(WS-DEPS-PATH)
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

       LOAD-DEP-LINKS SECTION.
           MOVE 0 TO WS-DEP-COUNT
           MOVE 'N' TO WS-EOF
