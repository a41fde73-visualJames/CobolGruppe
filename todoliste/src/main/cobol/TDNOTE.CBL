         SELECT NOTES-FILE ASSIGN TO EXTERNAL NOTESFILE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-NOTES-STATUS.
         SELECT REGISTRY-FILE ASSIGN TO EXTERNAL REGISTRYFILE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REGISTRY-STATUS.
       DATA DIVISION.
       FILE SECTION.
          FD NOTES-FILE.
          01 NOTES-FILE-REC PIC X(88).
          FD REGISTRY-FILE.
          01 REGISTRY-FILE-REC PIC X(82).
       WORKING-STORAGE SECTION.
       01 WS-NOTES-STATUS PIC XX.
       01 WS-REGISTRY-STATUS PIC XX.
       01 WS-REGISTRY-PATH PIC X(60).
       COPY registryrec.
       COPY regchkf.
       01 WS-LIST-NAME    PIC X(30).
       01 WS-NOTES-PATH   PIC X(60).
       01 WS-EOF PIC A(1).
        COPY todonote.
       PROCEDURE DIVISION USING NOTE-PARMS.
           PERFORM SET-FILE-PATHS
           MOVE 'N' TO WS-LIST-RETIRED-SW
           IF NOTE-ACTION-ADD
              MOVE WS-LIST-NAME TO WS-RETIRE-CHECK-LIST
              PERFORM CHECK-LIST-RETIRED
           END-IF
           EVALUATE TRUE
           WHEN LIST-IS-RETIRED
              SET NOTE-ERR-RETIRED TO TRUE
           WHEN NOTE-ACTION-ADD
              PERFORM ADD-NOTE
           WHEN NOTE-ACTION-REPORT
                  INTO WS-NOTES-PATH
           END-STRING
           SET ENVIRONMENT "NOTESFILE" TO FUNCTION TRIM(WS-NOTES-PATH)
           MOVE SPACES TO WS-REGISTRY-PATH
           ACCEPT WS-REGISTRY-PATH FROM ENVIRONMENT "TODOLIST_REGISTRY"
           IF WS-REGISTRY-PATH = SPACES
              MOVE "todolists-registry.txt" TO WS-REGISTRY-PATH
           END-IF
           SET ENVIRONMENT "REGISTRYFILE" TO
              FUNCTION TRIM(WS-REGISTRY-PATH)
          EXIT.

       COPY regchk.

       ADD-NOTE SECTION.
           MOVE 0 TO NOTE-RETURN-CODE
           IF FUNCTION TRIM(NOTE-TEXT) = SPACES
