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
       COPY auditrec.
       COPY audctlrec.
       COPY audgenf.
       01 WS-MAX-ITEMS PIC 9(4) VALUE 9999.
       01 WS-ITEM-COUNT PIC 9(4).
       01 WS-ITEM-IX    PIC 9(4).
           SET ENVIRONMENT "AUDITFILE" TO FUNCTION TRIM(WS-AUDIT-PATH)
          EXIT.

      *With a from-date only the generations that reach it are read,
      *and earlier events are ignored, so cycle times cover items both
      *added and completed inside the period.
       LOAD-ITEM-HISTORY SECTION.
           MOVE 0 TO WS-ITEM-COUNT
           PERFORM LOAD-AUDIT-GENERATIONS
           PERFORM VARYING WS-AUDGEN-IX FROM 1 BY 1
                UNTIL WS-AUDGEN-IX > WS-AUDGEN-COUNT
              IF THRPT-DATE-FROM = SPACES
                 OR AG-LAST-TS(WS-AUDGEN-IX)(1:8) >= THRPT-DATE-FROM
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
              PERFORM UNTIL WS-EOF = 'Y'
                 READ AUDIT-FILE INTO WS-AUDIT-LINE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF THRPT-DATE-FROM = SPACES
                          OR WS-AUDIT-TIMESTAMP(1:8) >= THRPT-DATE-FROM
                          PERFORM NOTE-AUDIT-EVENT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE AUDIT-FILE
               WHEN "REGEN"
               WHEN "IMPORT"
               WHEN "RESTOR"
               WHEN "MOVEIN"
                  IF TH-ADD-INT(WS-ITEM-IX) = 0
                     MOVE WS-STAMP-INT TO TH-ADD-INT(WS-ITEM-IX)
                  END-IF
                            MOVE 'Y' TO TH-CANCELED(WS-ITEM-IX)
                     END-EVALUATE
                  END-IF
               WHEN "MERGE"
                  MOVE 'Y' TO TH-CANCELED(WS-ITEM-IX)
           END-EVALUATE
          EXIT.

       DISPLAY-THROUGHPUT-REPORT SECTION.
           DISPLAY "Throughput and cycle-time report for "
                   FUNCTION TRIM(WS-LIST-NAME)
           IF THRPT-DATE-FROM NOT = SPACES
              DISPLAY "Audit events from " THRPT-DATE-FROM
           END-IF
           IF HISTORY-TRUNCATED
              DISPLAY "*** HISTORY TRUNCATED AFTER " WS-MAX-ITEMS
                      " DISTINCT ITEMS -- FIGURES BELOW ARE"
                   WS-CANCELED-COUNT
          EXIT.

       COPY audgens.

       END PROGRAM TDTHRPT.
