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
       01 WS-SEQ-STATUS    PIC XX.
       01 WS-AUDIT-STATUS  PIC XX.
       01 WS-LOCK-STATUS   PIC XX.
       01 WS-REGISTRY-STATUS PIC XX.
       01 WS-LIST-NAME     PIC X(30).
       01 WS-TDLIST-PATH   PIC X(60).
       01 WS-SEQ-PATH      PIC X(60).
       01 WS-AUDIT-PATH    PIC X(60).
       01 WS-LOCK-PATH     PIC X(60).
       COPY lockfields.
       01 WS-REGISTRY-PATH PIC X(60).
       COPY registryrec.
       COPY regchkf.
       01 WS-EOF PIC A(1).
       01 WS-SEQ-REC.
          05 WS-LAST-ID PIC 9(5).
       01 WS-TDLIST.
          COPY tdlistrec.
       COPY auditrec.
       COPY itemimg.
       01 WS-DUE-NUM     PIC 9(8).
       01 WS-DUE-INT      PIC 9(8).
       01 WS-NEW-DUE-NUM PIC 9(8).
       01 CAND-INDEX           PIC 9(4).
       01 CANDIDATE-RECORDS.
          05 CANDIDATE-RECORD OCCURS 9999 TIMES.
             10 CA-SOURCE-ID        PIC 9(5).
             10 CA-ITEM-CONTENT     PIC X(35).
             10 CA-ITEM-DUE-DATE    PIC X(8).
             10 CA-ITEM-COLOR       PIC 9.
             10 CA-ITEM-TAG         PIC 9.
             10 CA-ITEM-REPEAT-DAYS PIC 9(03).
             10 CA-ITEM-PRIORITY    PIC 9.
             10 CA-ITEM-ASSIGNEE    PIC X(8).
             10 CA-ITEM-EST-HOURS   PIC 9(3)V9.
       COPY todobday.
       LINKAGE SECTION.
        COPY todorecur.
       PROCEDURE DIVISION USING RECUR-PARMS.
           MOVE 0 TO NUMBER-OF-CANDIDATES
           MOVE 0 TO RECUR-REGENERATED-COUNT
           SET RECUR-OK TO TRUE
           MOVE WS-LIST-NAME TO WS-RETIRE-CHECK-LIST
           PERFORM CHECK-LIST-RETIRED
           IF LIST-IS-RETIRED
              SET RECUR-ERR-RETIRED TO TRUE
              GOBACK
           END-IF
           PERFORM ACQUIRE-LIST-LOCK
           IF NOT LOCK-ACQUIRED
              SET RECUR-ERR-LOCKED TO TRUE
           SET ENVIRONMENT "SEQFILE" TO FUNCTION TRIM(WS-SEQ-PATH)
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

       SCAN-FOR-RECURRING-ITEMS SECTION.
           MOVE 0 TO NUMBER-OF-TODOS
           MOVE 'N' TO WS-EOF

       CAPTURE-CANDIDATE SECTION.
           ADD 1 TO NUMBER-OF-CANDIDATES
           MOVE ITEM-ID IN WS-TDLIST
             TO CA-SOURCE-ID(NUMBER-OF-CANDIDATES)
           MOVE ITEM-CONTENT IN WS-TDLIST
             TO CA-ITEM-CONTENT(NUMBER-OF-CANDIDATES)
           MOVE ITEM-COLOR IN WS-TDLIST
             TO CA-ITEM-REPEAT-DAYS(NUMBER-OF-CANDIDATES)
           MOVE ITEM-PRIORITY IN WS-TDLIST
             TO CA-ITEM-PRIORITY(NUMBER-OF-CANDIDATES)
           MOVE ITEM-ASSIGNEE IN WS-TDLIST
             TO CA-ITEM-ASSIGNEE(NUMBER-OF-CANDIDATES)
           IF ITEM-EST-HOURS IN WS-TDLIST NUMERIC
              MOVE ITEM-EST-HOURS IN WS-TDLIST
                TO CA-ITEM-EST-HOURS(NUMBER-OF-CANDIDATES)
           ELSE
              MOVE 0 TO CA-ITEM-EST-HOURS(NUMBER-OF-CANDIDATES)
           END-IF
           PERFORM ROLL-FORWARD-DUE-DATE
          EXIT.

                 ITEM-REPEAT-DAYS IN WS-TDLIST
              COMPUTE WS-NEW-DUE-NUM =
                 FUNCTION DATE-OF-INTEGER(WS-DUE-INT)
              PERFORM ROLL-TO-WORKING-DAY
              MOVE WS-NEW-DUE-NUM
                TO CA-ITEM-DUE-DATE(NUMBER-OF-CANDIDATES)
           END-IF
          EXIT.

      *A recurrence that lands on a weekend or holiday is due on the
      *next working day instead.
       ROLL-TO-WORKING-DAY SECTION.
           SET BDAY-ACTION-NEXT-WORKDAY TO TRUE
           MOVE WS-NEW-DUE-NUM TO BDAY-DATE-FROM
           CALL "TDBDAY" USING BDAY-PARMS
           IF BDAY-OK OR BDAY-TRUNCATED
              MOVE BDAY-RESULT-DATE TO WS-NEW-DUE-NUM
           END-IF
          EXIT.

      *The REGEN before-image names the DONE item whose repeat was
      *used up, so a recovery can clear its repeat days again.
       ADD-RECURRING-ITEM SECTION.
           OPEN I-O TDLIST
           IF WS-TDLIST-STATUS NOT = "00"
           MOVE CA-ITEM-TAG(CAND-INDEX)   TO ITEM-TAG IN WS-TDLIST
           MOVE CA-ITEM-PRIORITY(CAND-INDEX)
             TO ITEM-PRIORITY IN WS-TDLIST
           MOVE CA-ITEM-ASSIGNEE(CAND-INDEX)
             TO ITEM-ASSIGNEE IN WS-TDLIST
           MOVE CA-ITEM-EST-HOURS(CAND-INDEX)
             TO ITEM-EST-HOURS IN WS-TDLIST
           MOVE SPACES TO ITEM-EXT-REF IN WS-TDLIST
           SET TODO IN WS-TDLIST TO TRUE

           WRITE TDLIST-FILE FROM WS-TDLIST
           MOVE "REGEN" TO WS-AUDIT-ACTION
           MOVE ITEM-ID IN WS-TDLIST TO WS-AUDIT-ITEM-ID
           MOVE SPACES TO WS-AUDIT-BEFORE
           STRING "FROM ID=" DELIMITED BY SIZE
                  CA-SOURCE-ID(CAND-INDEX) DELIMITED BY SIZE
                  INTO WS-AUDIT-BEFORE
           END-STRING
           PERFORM BUILD-ITEM-IMAGE
           MOVE WS-ITEM-IMAGE TO WS-AUDIT-AFTER
           PERFORM WRITE-AUDIT-RECORD
          EXIT.


       COPY auditwrt.

       COPY itemimgb.

       END PROGRAM TDRECUR.
