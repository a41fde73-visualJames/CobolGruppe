         SELECT REGLOCK-FILE ASSIGN TO EXTERNAL REGLOCKFILE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REGLOCK-STATUS.
         SELECT ROSTER-FILE ASSIGN TO EXTERNAL ROSTERFILE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ROSTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
          FD TDLIST.
          01 REGISTRY-FILE-REC PIC X(82).
          FD REGLOCK-FILE.
          01 REGLOCK-FILE-REC PIC X(30).
          FD ROSTER-FILE.
          01 ROSTER-FILE-REC PIC X(50).
       WORKING-STORAGE SECTION.
       01 WS-TDLIST-STATUS   PIC XX.
       01 WS-SEQ-STATUS      PIC XX.
       01 WS-LOCK-STATUS     PIC XX.
       01 WS-REGISTRY-STATUS PIC XX.
       01 WS-REGLOCK-STATUS  PIC XX.
       01 WS-ROSTER-STATUS   PIC XX.
       01 WS-LIST-NAME     PIC X(30).
       01 WS-TDLIST-PATH   PIC X(60).
       01 WS-SEQ-PATH      PIC X(60).
       01 WS-TDLIST.
          COPY tdlistrec.
       COPY auditrec.
       COPY itemimg.
       COPY registryrec.
       COPY reglockf.
       COPY regchkf.
       COPY rosterrec.
       COPY rosterf.
       01 WS-LIST-REGISTERED-SW PIC X(1) VALUE 'N'.
          88 LIST-IS-REGISTERED VALUE 'Y'.
       01 WS-INTAKE-LINE PIC X(120).
       01 WS-IN-DUE      PIC X(20).
       01 WS-IN-TAG      PIC X(10).
       01 WS-IN-REPEAT   PIC X(10).
       01 WS-IN-ASSIGNEE PIC X(20).
       01 WS-IN-EST      PIC X(10).
       01 WS-IN-EXT-REF  PIC X(20).
       01 WS-DUE-TEXT    PIC X(8).
       01 WS-DUE-PARTS REDEFINES WS-DUE-TEXT.
          05 WS-DUE-YEAR  PIC 9(4).
          05 WS-DUE-DAY   PIC 9(2).
       01 WS-TAG-NUM     PIC 9(1).
       01 WS-REPEAT-NUM  PIC 9(3).
       01 WS-ASSIGNEE-TEXT PIC X(8).
       01 WS-EST-NUM     PIC 9(3)V9.
       01 WS-EXT-REF-TEXT PIC X(12).
       01 WS-LIST-REF-COUNT PIC 9(4).
       01 WS-LIST-REF-IX    PIC 9(4).
       01 LIST-EXT-REFS.
          05 LIST-EXT-REF OCCURS 9999 TIMES PIC X(12).
       01 WS-RECORD-COUNT PIC 9(5).
       01 WS-MAX-ITEMS    PIC 9(4) VALUE 9999.
       01 WS-REJECT-REASON PIC X(30).
          05 WS-REJ-SOURCE PIC X(120).
          05 FILLER        PIC X(3) VALUE " | ".
          05 WS-REJ-REASON PIC X(30).
       COPY todoxref.
       LINKAGE SECTION.
        COPY todoimprt.
       PROCEDURE DIVISION USING IMPORT-PARMS.
           MOVE 0 TO IMPORT-ACCEPTED-COUNT
           MOVE 0 TO IMPORT-REJECTED-COUNT
           SET IMPORT-OK TO TRUE
           MOVE WS-LIST-NAME TO WS-RETIRE-CHECK-LIST
           PERFORM CHECK-LIST-RETIRED
           IF LIST-IS-RETIRED
              SET IMPORT-ERR-RETIRED TO TRUE
              GOBACK
           END-IF
           OPEN INPUT INTAKE-FILE
           IF WS-INTAKE-STATUS NOT = "00"
              SET IMPORT-ERR-INPUT TO TRUE
       PROCESS-INTAKE-LINE SECTION.
           MOVE SPACES TO WS-IN-CONTENT WS-IN-DUE
           MOVE SPACES TO WS-IN-TAG WS-IN-REPEAT
           MOVE SPACES TO WS-IN-ASSIGNEE WS-IN-EST
           MOVE SPACES TO WS-IN-EXT-REF
           UNSTRING WS-INTAKE-LINE DELIMITED BY ";"
              INTO WS-IN-CONTENT WS-IN-DUE WS-IN-TAG WS-IN-REPEAT
                   WS-IN-ASSIGNEE WS-IN-EST WS-IN-EXT-REF
           END-UNSTRING
           PERFORM VALIDATE-INTAKE-FIELDS
           IF WS-REJECT-REASON = SPACES
           END-IF
          EXIT.

      *The external references already in this list are kept so an
      *intake line cannot reuse one; other lists are asked through the
      *cross-reference lookup.
       COUNT-EXISTING-RECORDS SECTION.
           MOVE 0 TO WS-RECORD-COUNT
           MOVE 0 TO WS-LIST-REF-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT TDLIST
           IF WS-TDLIST-STATUS = "00"
              PERFORM UNTIL WS-EOF = 'Y'
                 READ TDLIST NEXT INTO WS-TDLIST
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       ADD 1 TO WS-RECORD-COUNT
                       IF NOT ITEM-HAS-NO-EXT-REF IN WS-TDLIST
                          PERFORM REMEMBER-LIST-EXT-REF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TDLIST
           END-IF
          EXIT.

       REMEMBER-LIST-EXT-REF SECTION.
           IF WS-LIST-REF-COUNT < WS-MAX-ITEMS
              ADD 1 TO WS-LIST-REF-COUNT
              MOVE FUNCTION UPPER-CASE(ITEM-EXT-REF IN WS-TDLIST)
                TO LIST-EXT-REF(WS-LIST-REF-COUNT)
           END-IF
          EXIT.

       VALIDATE-INTAKE-FIELDS SECTION.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE 0 TO WS-TAG-NUM
           MOVE 0 TO WS-REPEAT-NUM
           MOVE SPACES TO WS-DUE-TEXT
           MOVE SPACES TO WS-ASSIGNEE-TEXT
           MOVE 0 TO WS-EST-NUM
           MOVE SPACES TO WS-EXT-REF-TEXT
           IF FUNCTION TRIM(WS-IN-CONTENT) = SPACES
              MOVE "BLANK CONTENT" TO WS-REJECT-REASON
           ELSE
                 MOVE "BAD REPEAT DAYS" TO WS-REJECT-REASON
              END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
              AND FUNCTION TRIM(WS-IN-ASSIGNEE) NOT = SPACES
              PERFORM VALIDATE-ASSIGNEE
           END-IF
           IF WS-REJECT-REASON = SPACES
              AND FUNCTION TRIM(WS-IN-EST) NOT = SPACES
              IF FUNCTION TEST-NUMVAL(WS-IN-EST) = 0
                 AND FUNCTION NUMVAL(WS-IN-EST) >= 0
                 AND FUNCTION NUMVAL(WS-IN-EST) <= 999.9
                 COMPUTE WS-EST-NUM = FUNCTION NUMVAL(WS-IN-EST)
              ELSE
                 MOVE "BAD ESTIMATE" TO WS-REJECT-REASON
              END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
              AND FUNCTION TRIM(WS-IN-EXT-REF) NOT = SPACES
              PERFORM VALIDATE-EXT-REF
           END-IF
          EXIT.

       VALIDATE-EXT-REF SECTION.
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-IN-EXT-REF)) > 12
              MOVE "BAD EXT REF" TO WS-REJECT-REASON
           ELSE
              MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-IN-EXT-REF))
                TO WS-EXT-REF-TEXT
              PERFORM VARYING WS-LIST-REF-IX FROM 1 BY 1
                   UNTIL WS-LIST-REF-IX > WS-LIST-REF-COUNT
                 IF LIST-EXT-REF(WS-LIST-REF-IX) = WS-EXT-REF-TEXT
                    MOVE "DUPLICATE EXT REF" TO WS-REJECT-REASON
                 END-IF
              END-PERFORM
           END-IF
           IF WS-REJECT-REASON = SPACES
              MOVE "LK" TO XREF-ACTION-CODE
              MOVE 0 TO XREF-LIST-COUNT
              SET XREF-INCLUDE-RETIRED TO TRUE
              MOVE WS-EXT-REF-TEXT TO XREF-EXT-REF
              MOVE WS-LIST-NAME TO XREF-SKIP-LIST
              MOVE 0 TO XREF-SKIP-ID
              CALL "TDXREF" USING XREF-PARMS
              IF NOT XREF-NOT-FOUND
                 MOVE "DUPLICATE EXT REF" TO WS-REJECT-REASON
              END-IF
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
              MOVE SPACES TO WS-EXT-REF-TEXT
           END-IF
          EXIT.

       VALIDATE-ASSIGNEE SECTION.
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-IN-ASSIGNEE)) > 8
              MOVE "UNKNOWN ASSIGNEE" TO WS-REJECT-REASON
           ELSE
              MOVE FUNCTION TRIM(WS-IN-ASSIGNEE) TO WS-ROSTER-CHECK-ID
              PERFORM CHECK-ROSTER-PERSON
              IF PERSON-ON-ROSTER
                 MOVE WS-ROSTER-CHECK-ID TO WS-ASSIGNEE-TEXT
              ELSE
                 MOVE "UNKNOWN ASSIGNEE" TO WS-REJECT-REASON
              END-IF
           END-IF
          EXIT.

       VALIDATE-DUE-DATE SECTION.
           MOVE WS-DUE-TEXT TO ITEM-DUE-DATE IN WS-TDLIST
           MOVE WS-TAG-NUM TO ITEM-TAG IN WS-TDLIST
           MOVE WS-REPEAT-NUM TO ITEM-REPEAT-DAYS IN WS-TDLIST
           MOVE WS-ASSIGNEE-TEXT TO ITEM-ASSIGNEE IN WS-TDLIST
           MOVE WS-EST-NUM TO ITEM-EST-HOURS IN WS-TDLIST
           MOVE WS-EXT-REF-TEXT TO ITEM-EXT-REF IN WS-TDLIST
           IF WS-EXT-REF-TEXT NOT = SPACES
              AND WS-LIST-REF-COUNT < WS-MAX-ITEMS
              ADD 1 TO WS-LIST-REF-COUNT
              MOVE WS-EXT-REF-TEXT TO LIST-EXT-REF(WS-LIST-REF-COUNT)
           END-IF
           SET TODO IN WS-TDLIST TO TRUE
           SET BLACK IN WS-TDLIST TO TRUE
           SET PRIORITY-MEDIUM IN WS-TDLIST TO TRUE
           MOVE "IMPORT" TO WS-AUDIT-ACTION
           MOVE ITEM-ID IN WS-TDLIST TO WS-AUDIT-ITEM-ID
           MOVE SPACES TO WS-AUDIT-BEFORE
           PERFORM BUILD-ITEM-IMAGE
           MOVE WS-ITEM-IMAGE TO WS-AUDIT-AFTER
           PERFORM WRITE-AUDIT-RECORD
          EXIT.


       COPY reglock.

       COPY regchk.

       COPY rostchk.

       COPY nextid.

       COPY listlock.

       COPY auditwrt.

       COPY itemimgb.

       END PROGRAM TDIMPORT.
