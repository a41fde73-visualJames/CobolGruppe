         SELECT AUDIT-FILE ASSIGN TO EXTERNAL AUDITFILE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDIT-STATUS.
         SELECT AUDCTL-FILE ASSIGN TO EXTERNAL AUDCTLFILE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
          FD AUDIT-FILE.
          01 AUDIT-FILE-REC PIC X(196).
          FD AUDCTL-FILE.
          01 AUDCTL-FILE-REC PIC X(121).
       WORKING-STORAGE SECTION.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-AUDCTL-STATUS PIC XX.
       01 WS-LIST-NAME    PIC X(30).
       01 WS-AUDIT-PATH   PIC X(60).
       01 WS-EOF PIC A(1).
       01 WS-MATCH-COUNT  PIC 9(5).
       COPY auditrec.
       COPY audctlrec.
       COPY audgenf.
       LINKAGE SECTION.
        COPY todoaudrpt.
       PROCEDURE DIVISION USING AUDRPT-PARMS.
           SET ENVIRONMENT "AUDITFILE" TO FUNCTION TRIM(WS-AUDIT-PATH)
          EXIT.

      *Rolled-over generations are read oldest first, skipping any
      *whose timestamps fall wholly outside the requested date range,
      *then the active file.
       READ-AND-REPORT-AUDIT-TRAIL SECTION.
           PERFORM LOAD-AUDIT-GENERATIONS
           PERFORM VARYING WS-AUDGEN-IX FROM 1 BY 1
                UNTIL WS-AUDGEN-IX > WS-AUDGEN-COUNT
              IF NOT AUDRPT-DATE-RANGE-ACTIVE
                 OR (AG-LAST-TS(WS-AUDGEN-IX)(1:8) >= AUDRPT-DATE-FROM
                 AND AG-FIRST-TS(WS-AUDGEN-IX)(1:8) <= AUDRPT-DATE-TO)
                 SET ENVIRONMENT "AUDITFILE" TO
                    FUNCTION TRIM(AG-GEN-PATH(WS-AUDGEN-IX))
                 PERFORM READ-ONE-AUDIT-FILE
              END-IF
           END-PERFORM
           SET ENVIRONMENT "AUDITFILE" TO FUNCTION TRIM(WS-AUDIT-PATH)
           PERFORM READ-ONE-AUDIT-FILE
          EXIT.

       READ-ONE-AUDIT-FILE SECTION.
           MOVE 'N' TO WS-EOF
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "00"
                   WS-AUDIT-AFTER
          EXIT.

       COPY audgens.

       END PROGRAM TDAUDRPT.
