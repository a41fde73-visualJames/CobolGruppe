         SELECT AUDIT-FILE ASSIGN TO EXTERNAL AUDITFILE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDIT-STATUS.
         SELECT AUDCTL-FILE ASSIGN TO EXTERNAL AUDCTLFILE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
          FD TDLIST.
             COPY archiverec.
          FD AUDIT-FILE.
          01 AUDIT-FILE-REC PIC X(196).
          FD AUDCTL-FILE.
          01 AUDCTL-FILE-REC PIC X(121).
       WORKING-STORAGE SECTION.
       01 WS-TDLIST-STATUS  PIC XX.
       01 WS-ARCHIVE-STATUS PIC XX.
       01 WS-AUDIT-STATUS   PIC XX.
       01 WS-AUDCTL-STATUS  PIC XX.
       01 WS-LIST-NAME     PIC X(30).
       01 WS-TDLIST-PATH   PIC X(60).
       01 WS-ARCHIVE-PATH  PIC X(60).
       01 WS-TDLIST.
          COPY tdlistrec.
       COPY auditrec.
       COPY audctlrec.
       COPY audgenf.
       01 WS-OLDEST-LIVE-TS PIC X(21).
       01 WS-MAX-IDS PIC 9(4) VALUE 9999.
       01 WS-LIVE-COUNT PIC 9(4).
       01 WS-LIVE-IX    PIC 9(4).
       01 LIVE-IDS.
          05 LIVE-ENTRY OCCURS 9999 TIMES.
             10 LIVE-ID     PIC 9(5).
             10 LIVE-STATUS PIC 9.
                88 LIVE-CANCELED VALUE 3.
       01 WS-ARCH-COUNT PIC 9(4).
       01 WS-ARCH-IX    PIC 9(4).
       01 ARCH-IDS.
             10 AUD-ITEM-ID     PIC 9(5).
             10 AUD-HAS-ADD     PIC X(1).
             10 AUD-LAST-ACTION PIC X(6).
             10 AUD-MERGED-INTO PIC 9(5).
       01 WS-FOUND-SW PIC X(1).
          88 SEARCH-TARGET-FOUND VALUE 'Y'.
       01 WS-SEARCH-ID PIC 9(5).
       01 WS-MERGE-LIST PIC X(30).
       01 WS-MERGE-ID   PIC X(5).
       01 WS-TRUNC-SW PIC X(1) VALUE 'N'.
          88 RECON-TABLES-TRUNCATED VALUE 'Y'.
       LINKAGE SECTION.
                   FUNCTION TRIM(WS-LIST-NAME)
           DISPLAY "  live items . . . . : " WS-LIVE-COUNT
           DISPLAY "  archived items . . : " WS-ARCH-COUNT
           DISPLAY "  audited live items : " WS-AUD-COUNT
           PERFORM CHECK-LIVE-HAVE-ADD-AUDIT
           PERFORM CHECK-LIVE-ARCHIVE-OVERLAP
           PERFORM CHECK-DELETES-ARE-GONE
           PERFORM CHECK-MERGES-ARE-CANCELED
           IF RECON-EXCEPTION-COUNT = 0
              DISPLAY "  no exceptions found."
           ELSE

       LOAD-LIVE-IDS SECTION.
           MOVE 0 TO WS-LIVE-COUNT
           MOVE HIGH-VALUES TO WS-OLDEST-LIVE-TS
           MOVE 'N' TO WS-EOF
           OPEN INPUT TDLIST
           IF WS-TDLIST-STATUS = "00"
                          ADD 1 TO WS-LIVE-COUNT
                          MOVE ITEM-ID IN WS-TDLIST
                            TO LIVE-ID(WS-LIVE-COUNT)
                          MOVE ITEM-STATUS IN WS-TDLIST
                            TO LIVE-STATUS(WS-LIVE-COUNT)
                          IF ITEM-DATE IN WS-TDLIST < WS-OLDEST-LIVE-TS
                             MOVE ITEM-DATE IN WS-TDLIST
                               TO WS-OLDEST-LIVE-TS
                          END-IF
                       ELSE
                          SET RECON-TABLES-TRUNCATED TO TRUE
                       END-IF
           END-IF
          EXIT.

      *Only live items are summarised, so the table can never outgrow
      *the live list. Rolled-over generations are read oldest first,
      *skipping any that end before the oldest live item was added.
       LOAD-AUDIT-SUMMARY SECTION.
           MOVE 0 TO WS-AUD-COUNT
           PERFORM LOAD-AUDIT-GENERATIONS
           PERFORM VARYING WS-AUDGEN-IX FROM 1 BY 1
                UNTIL WS-AUDGEN-IX > WS-AUDGEN-COUNT
              IF AG-LAST-TS(WS-AUDGEN-IX) >= WS-OLDEST-LIVE-TS
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
           END-IF
          EXIT.

      *A recovery rebuilds the list as of an earlier point, so deletes
      *logged before it no longer say anything about the live list.
       NOTE-AUDIT-ACTION SECTION.
           IF FUNCTION TRIM(WS-AUDIT-ACTION) = "RECOVR"
              PERFORM VARYING WS-AUD-IX FROM 1 BY 1
                   UNTIL WS-AUD-IX > WS-AUD-COUNT
                 MOVE WS-AUDIT-ACTION TO AUD-LAST-ACTION(WS-AUD-IX)
              END-PERFORM
           END-IF
           MOVE WS-AUDIT-ITEM-ID TO WS-SEARCH-ID
           PERFORM FIND-LIVE-ID
           IF SEARCH-TARGET-FOUND
              PERFORM NOTE-LIVE-AUDIT-ACTION
           END-IF
          EXIT.

       NOTE-LIVE-AUDIT-ACTION SECTION.
           PERFORM FIND-AUDIT-ENTRY
           IF NOT SEARCH-TARGET-FOUND
              IF WS-AUD-COUNT < WS-MAX-IDS
                 MOVE WS-SEARCH-ID TO AUD-ITEM-ID(WS-AUD-IX)
                 MOVE 'N' TO AUD-HAS-ADD(WS-AUD-IX)
                 MOVE SPACES TO AUD-LAST-ACTION(WS-AUD-IX)
                 MOVE 0 TO AUD-MERGED-INTO(WS-AUD-IX)
                 SET SEARCH-TARGET-FOUND TO TRUE
              ELSE
                 SET RECON-TABLES-TRUNCATED TO TRUE
                 OR FUNCTION TRIM(WS-AUDIT-ACTION) = "REGEN"
                 OR FUNCTION TRIM(WS-AUDIT-ACTION) = "IMPORT"
                 OR FUNCTION TRIM(WS-AUDIT-ACTION) = "RESTOR"
                 OR FUNCTION TRIM(WS-AUDIT-ACTION) = "MOVEIN"
                 MOVE 'Y' TO AUD-HAS-ADD(WS-AUD-IX)
              END-IF
              IF FUNCTION TRIM(WS-AUDIT-ACTION) = "MERGE"
                 PERFORM NOTE-MERGE-SURVIVOR
              END-IF
           END-IF
          EXIT.

      *A MERGE after-image reads "INTO=<list> ID=<id>". The survivor can
      *only be checked when it is in this list.
       NOTE-MERGE-SURVIVOR SECTION.
           MOVE 0 TO AUD-MERGED-INTO(WS-AUD-IX)
           MOVE SPACES TO WS-MERGE-LIST WS-MERGE-ID
           IF WS-AUDIT-AFTER(1:5) = "INTO="
              UNSTRING WS-AUDIT-AFTER(6:75) DELIMITED BY " ID="
                 INTO WS-MERGE-LIST WS-MERGE-ID
              END-UNSTRING
              IF WS-MERGE-LIST = WS-LIST-NAME
                 AND WS-MERGE-ID NUMERIC
                 MOVE WS-MERGE-ID TO AUD-MERGED-INTO(WS-AUD-IX)
              END-IF
           END-IF
          EXIT.

           PERFORM VARYING WS-AUD-IX FROM 1 BY 1
                UNTIL WS-AUD-IX > WS-AUD-COUNT
              IF FUNCTION TRIM(AUD-LAST-ACTION(WS-AUD-IX)) = "DELETE"
                 OR FUNCTION TRIM(AUD-LAST-ACTION(WS-AUD-IX)) = "MOVOUT"
                 OR FUNCTION TRIM(AUD-LAST-ACTION(WS-AUD-IX)) = "ARCHIV"
                 MOVE AUD-ITEM-ID(WS-AUD-IX) TO WS-SEARCH-ID
                 PERFORM FIND-LIVE-ID
                 IF SEARCH-TARGET-FOUND
                    ADD 1 TO RECON-EXCEPTION-COUNT
                    DISPLAY "  EXCEPTION: item " WS-SEARCH-ID
                            " was deleted, archived or moved out"
                            " per the"
                            " audit trail but"
                            " is still in the live list"
                 END-IF
              END-IF
           END-PERFORM
          EXIT.

      *A merged duplicate stays in the list as CANCELED until it is
      *archived, and the item it was merged into must still be on file.
       CHECK-MERGES-ARE-CANCELED SECTION.
           PERFORM VARYING WS-AUD-IX FROM 1 BY 1
                UNTIL WS-AUD-IX > WS-AUD-COUNT
              IF FUNCTION TRIM(AUD-LAST-ACTION(WS-AUD-IX)) = "MERGE"
                 MOVE AUD-ITEM-ID(WS-AUD-IX) TO WS-SEARCH-ID
                 PERFORM FIND-LIVE-ID
                 IF SEARCH-TARGET-FOUND
                    SUBTRACT 1 FROM WS-LIVE-IX
                    IF NOT LIVE-CANCELED(WS-LIVE-IX)
                       ADD 1 TO RECON-EXCEPTION-COUNT
                       DISPLAY "  EXCEPTION: item " WS-SEARCH-ID
                               " was merged per the audit trail but"
                               " is not canceled"
                    END-IF
                 END-IF
                 IF AUD-MERGED-INTO(WS-AUD-IX) NOT = 0
                    MOVE AUD-MERGED-INTO(WS-AUD-IX) TO WS-SEARCH-ID
                    PERFORM FIND-LIVE-ID
                    IF NOT SEARCH-TARGET-FOUND
                       PERFORM FIND-ARCHIVE-ID
                    END-IF
                    IF NOT SEARCH-TARGET-FOUND
                       ADD 1 TO RECON-EXCEPTION-COUNT
                       DISPLAY "  EXCEPTION: item "
                               AUD-ITEM-ID(WS-AUD-IX)
                               " was merged into item " WS-SEARCH-ID
                               " which is not on file"
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
          EXIT.

       COPY audgens.

       END PROGRAM TDRECON.
