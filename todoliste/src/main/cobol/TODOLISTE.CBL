         SELECT REGLOCK-FILE ASSIGN TO EXTERNAL REGLOCKFILE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REGLOCK-STATUS.
         SELECT ROSTER-FILE ASSIGN TO EXTERNAL ROSTERFILE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ROSTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
          FD TDLIST.
          01 SEQ-FILE-REC.
             05 SEQ-LAST-ID PIC 9(5).
          FD PRINT-FILE.
          01 PRINT-FILE-REC PIC X(118).
          FD AUDIT-FILE.
          01 AUDIT-FILE-REC PIC X(196).
          FD LOCK-FILE.
          FD DEPS-FILE.
          01 DEPS-FILE-REC PIC X(11).
          FD JSON-FILE.
          01 JSON-FILE-REC PIC X(300).
          FD REGLOCK-FILE.
          01 REGLOCK-FILE-REC PIC X(30).
          FD ROSTER-FILE.
          01 ROSTER-FILE-REC PIC X(50).
       WORKING-STORAGE SECTION.
       01 TEMP-FIELDS.
        05 CURRENT-DATE.
           88 LIST-AT-CAPACITY VALUE 'Y'.
        05  WS-VALIDATED-CONTENT    PIC X(35).
        05  WS-EFFECTIVE-PRIORITY   PIC 9.
        05  WS-EFFECTIVE-ASSIGNEE   PIC X(8).
        05  WS-EFFECTIVE-EST-HOURS  PIC 9(3)V9.
        05  WS-EST-HOURS-DISP       PIC ZZ9.9.
        05  WS-VALIDATED-EXT-REF    PIC X(12).
        05  WS-EFFECTIVE-DUE-DATE   PIC X(8).
        05  WS-EFFECTIVE-EXT-REF    PIC X(12).
        05  WS-DUE-DATE-NUM         PIC 9(8).
        05 FONTCOLOR                   PIC X(6).
        05 STATUS-STRING               PIC X(6).
        05 WS-SEQ-STATUS               PIC XX.
        05 WS-DEPS-STATUS              PIC XX.
        05 WS-JSON-STATUS              PIC XX.
        05 WS-REGLOCK-STATUS           PIC XX.
        05 WS-ROSTER-STATUS            PIC XX.
        05 WS-LIST-NAME                PIC X(30).
       COPY lockfields.
       01 WS-TDLIST-PATH  PIC X(60).
          88 LIST-IS-REGISTERED VALUE 'Y'.
       COPY registryrec.
       COPY reglockf.
       COPY regchkf.
       COPY rosterrec.
       COPY rosterf.
       01 WS-DEPS-PATH PIC X(60).
       01 WS-JSON-PATH PIC X(60).
       01 WS-JSON-LINE PIC X(300).
       01 WS-JSON-WORK PIC X(300).
       01 WS-JSON-CONTENT-ESC PIC X(71).
       01 WS-JSON-SRC-LEN PIC 9(4).
       01 WS-JSON-ESC-LEN PIC 9(4).
             10 STE-ITEM-ID PIC 9(5).
             10 STE-STATUS  PIC 9.
       COPY auditrec.
       COPY itemimg.
       COPY todoxref.
       01 WS-SEQ-REC.
          05 WS-LAST-ID PIC 9(5).
        01 WS-EOF PIC A(1).
             10 TR-ITEM-TAG      PIC 9.
             10 TR-ITEM-REPEAT-DAYS PIC 9(03).
             10 TR-ITEM-PRIORITY PIC 9.
             10 TR-ITEM-ASSIGNEE PIC X(8).
             10 TR-ITEM-EST-HOURS PIC 9(3)V9.
             10 TR-ITEM-EXT-REF  PIC X(12).
       01 HEADER-FIELDS.
          05 HDR-ID      PIC X(5)  VALUE "ID".
          05 FILLER      PIC X(1)  VALUE SPACE.
          05 HDR-DUE     PIC X(8)  VALUE "DUE".
          05 FILLER      PIC X(1)  VALUE SPACE.
          05 HDR-PRI     PIC X(3)  VALUE "PRI".
          05 FILLER      PIC X(1)  VALUE SPACE.
          05 HDR-ASSIGNEE PIC X(8) VALUE "ASSIGNEE".
          05 FILLER      PIC X(1)  VALUE SPACE.
          05 HDR-EST     PIC X(5)  VALUE "EST".
          05 FILLER      PIC X(1)  VALUE SPACE.
          05 HDR-EXT-REF PIC X(12) VALUE "EXT REF".
       01 WS-PRINT-LINE.
          05 WS-PRINT-ID      PIC 9(5).
          05 FILLER           PIC X(1).
          05 WS-PRINT-DUE     PIC X(8).
          05 FILLER           PIC X(1).
          05 WS-PRINT-PRI     PIC X(3).
          05 FILLER           PIC X(1).
          05 WS-PRINT-ASSIGNEE PIC X(8).
          05 FILLER           PIC X(1).
          05 WS-PRINT-EST     PIC ZZ9.9.
          05 FILLER           PIC X(1).
          05 WS-PRINT-EXT-REF PIC X(12).
       01 SORT-TEMP-RECORD.
          05 ST-ITEM-ID       PIC 9(5).
          05 ST-ITEM-CONTENT  PIC X(35).
          05 ST-ITEM-TAG      PIC 9.
          05 ST-ITEM-REPEAT-DAYS PIC 9(03).
          05 ST-ITEM-PRIORITY PIC 9.
          05 ST-ITEM-ASSIGNEE PIC X(8).
          05 ST-ITEM-EST-HOURS PIC 9(3)V9.
          05 ST-ITEM-EXT-REF  PIC X(12).
       LINKAGE SECTION.
        COPY todoactions.
        COPY todoitem.
       PROCEDURE DIVISION USING TODO-ACTION NEW-TODO-ITEM.
           PERFORM SET-FILE-PATHS
           MOVE 'N' TO WS-LIST-RETIRED-SW
           IF ACTION-ADD OR ACTION-DELETE OR ACTION-UPDATE
              MOVE WS-LIST-NAME TO WS-RETIRE-CHECK-LIST
              PERFORM CHECK-LIST-RETIRED
           END-IF
           EVALUATE TRUE
           WHEN LIST-IS-RETIRED
              SET ACTION-ERR-RETIRED TO TRUE
           WHEN ACTION-SHOW
              PERFORM READ-TODOLIST-FROM-FILE
           WHEN ACTION-ADD

       COPY auditwrt.

       COPY itemimgb.

       ADD-NEW-TODO-ITEM SECTION.
           PERFORM VALIDATE-NEW-ITEM
           IF ACTION-OK
                       MOVE NEW-ITEM-PRIORITY
                         TO ITEM-PRIORITY IN WS-TDLIST
                    END-IF
                    MOVE NEW-ITEM-ASSIGNEE
                      TO ITEM-ASSIGNEE IN WS-TDLIST
                    MOVE NEW-ITEM-EST-HOURS
                      TO ITEM-EST-HOURS IN WS-TDLIST
                    MOVE WS-VALIDATED-EXT-REF
                      TO ITEM-EXT-REF IN WS-TDLIST
                    SET TODO IN WS-TDLIST TO TRUE
                    SET BLACK IN WS-TDLIST TO TRUE
                    SET NONE IN WS-TDLIST TO TRUE
                    MOVE "ADD" TO WS-AUDIT-ACTION
                    MOVE ITEM-ID IN WS-TDLIST TO WS-AUDIT-ITEM-ID
                    MOVE SPACES TO WS-AUDIT-BEFORE
                    PERFORM BUILD-ITEM-IMAGE
                    MOVE WS-ITEM-IMAGE TO WS-AUDIT-AFTER
                    PERFORM WRITE-AUDIT-RECORD
                    PERFORM ENSURE-LIST-REGISTERED
                 END-IF
           IF ACTION-OK AND NEW-ITEM-PRIORITY > 4
              MOVE 3 TO ACTION-RETURN-CODE
           END-IF
           IF ACTION-OK AND NEW-ITEM-EST-HOURS NOT NUMERIC
              MOVE 3 TO ACTION-RETURN-CODE
           END-IF
           IF ACTION-OK AND NEW-ITEM-ASSIGNEE NOT = SPACES
              MOVE NEW-ITEM-ASSIGNEE TO WS-ROSTER-CHECK-ID
              PERFORM CHECK-ROSTER-PERSON
              IF NOT PERSON-ON-ROSTER
                 MOVE 7 TO ACTION-RETURN-CODE
              END-IF
           END-IF
           MOVE SPACES TO WS-VALIDATED-EXT-REF
           IF ACTION-OK AND NEW-ITEM-EXT-REF NOT = SPACES
              MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(NEW-ITEM-EXT-REF))
                TO WS-VALIDATED-EXT-REF
              MOVE SPACES TO XREF-SKIP-LIST
              MOVE 0 TO XREF-SKIP-ID
              PERFORM CHECK-EXT-REF-UNIQUE
           END-IF
          EXIT.

      *An external reference may be carried by one item only, across
      *every registered list, retired ones included, so the inbound
      *feed can find it.  On an update the item itself is skipped.  The
      *lookup resets the list file assignment, so the paths are set
      *again afterwards.
       CHECK-EXT-REF-UNIQUE SECTION.
           MOVE "LK" TO XREF-ACTION-CODE
           MOVE 0 TO XREF-LIST-COUNT
           SET XREF-INCLUDE-RETIRED TO TRUE
           MOVE WS-VALIDATED-EXT-REF TO XREF-EXT-REF
           CALL "TDXREF" USING XREF-PARMS
           IF NOT XREF-NOT-FOUND
              SET ACTION-ERR-DUP-REF TO TRUE
           END-IF
           PERFORM SET-FILE-PATHS
          EXIT.

       COPY regwrite.

       COPY reglock.

       COPY regchk.

       COPY rostchk.

       CHECK-LIST-CAPACITY SECTION.
           MOVE 'N' TO WS-LIST-FULL
           MOVE 0 TO NUMBER-OF-TODOS
          INSPECT ITEM-Content IN WS-TDLIST REPLACING ALL "%20"
          BY "   "
          PERFORM NORMALIZE-ITEM-PRIORITY
          PERFORM NORMALIZE-ITEM-EST-HOURS
          MOVE ITEM-EST-HOURS IN WS-TDLIST TO WS-EST-HOURS-DISP
          EVALUATE TRUE
              WHEN BLACK IN WS-TDLIST MOVE "black" TO FONTCOLOR
              WHEN RED IN WS-TDLIST MOVE "red" TO FONTCOLOR
                    ITEM-DATE IN WS-TDLIST(9:2) ":"
                    ITEM-DATE IN WS-TDLIST(11:2) " "
                    ITEM-CONTENT IN WS-TDLIST " "
                    "due: " ITEM-DUE-DATE IN WS-TDLIST " "
                    "by: " ITEM-ASSIGNEE IN WS-TDLIST " "
                    "est: " WS-EST-HOURS-DISP " "
                    "ref: " ITEM-EXT-REF IN WS-TDLIST
                    "</li> </label>"
          EXIT.

              IF AUDIT-TARGET-FOUND
                 MOVE "DELETE" TO WS-AUDIT-ACTION
                 MOVE ACTION-ITEM-ID TO WS-AUDIT-ITEM-ID
                 MOVE WS-TDLIST(77:) TO WS-AUDIT-AFTER
                 PERFORM WRITE-AUDIT-RECORD
              END-IF
              PERFORM RELEASE-LIST-LOCK

       APPLY-ITEM-UPDATE SECTION.
           PERFORM NORMALIZE-ITEM-PRIORITY
           PERFORM NORMALIZE-ITEM-EST-HOURS
           SET AUDIT-TARGET-FOUND TO TRUE
           IF UPDATE-PRIORITY = 0
              MOVE ITEM-PRIORITY IN WS-TDLIST
           ELSE
              MOVE UPDATE-PRIORITY TO WS-EFFECTIVE-PRIORITY
           END-IF
           EVALUATE TRUE
               WHEN UPDATE-ASSIGNEE = SPACES
                  MOVE ITEM-ASSIGNEE IN WS-TDLIST
                    TO WS-EFFECTIVE-ASSIGNEE
               WHEN UPDATE-ASSIGNEE-CLEAR
                  MOVE SPACES TO WS-EFFECTIVE-ASSIGNEE
               WHEN OTHER
                  MOVE UPDATE-ASSIGNEE TO WS-EFFECTIVE-ASSIGNEE
           END-EVALUATE
           IF UPDATE-EST-HOURS = 0
              MOVE ITEM-EST-HOURS IN WS-TDLIST
                TO WS-EFFECTIVE-EST-HOURS
           ELSE
              MOVE UPDATE-EST-HOURS TO WS-EFFECTIVE-EST-HOURS
           END-IF
           EVALUATE TRUE
               WHEN UPDATE-DUE-DATE = SPACES
                  MOVE ITEM-DUE-DATE IN WS-TDLIST
                    TO WS-EFFECTIVE-DUE-DATE
               WHEN UPDATE-DUE-DATE-CLEAR
                  MOVE SPACES TO WS-EFFECTIVE-DUE-DATE
               WHEN OTHER
                  MOVE UPDATE-DUE-DATE TO WS-EFFECTIVE-DUE-DATE
           END-EVALUATE
           EVALUATE TRUE
               WHEN UPDATE-EXT-REF = SPACES
                  MOVE ITEM-EXT-REF IN WS-TDLIST
                    TO WS-EFFECTIVE-EXT-REF
               WHEN UPDATE-EXT-REF-CLEAR
                  MOVE SPACES TO WS-EFFECTIVE-EXT-REF
               WHEN OTHER
                  MOVE WS-VALIDATED-EXT-REF TO WS-EFFECTIVE-EXT-REF
           END-EVALUATE
           MOVE SPACES TO WS-AUDIT-BEFORE
           STRING "STATUS=" ITEM-STATUS IN WS-TDLIST
                  " COLOR=" ITEM-COLOR IN WS-TDLIST
                  " TAG=" ITEM-TAG IN WS-TDLIST
                  " PRI=" ITEM-PRIORITY IN WS-TDLIST
                  " ASG=" ITEM-ASSIGNEE IN WS-TDLIST
                  " EST=" ITEM-EST-HOURS IN WS-TDLIST
                  " DUE=" ITEM-DUE-DATE IN WS-TDLIST
                  " REF=" ITEM-EXT-REF IN WS-TDLIST
                  DELIMITED BY SIZE
                  INTO WS-AUDIT-BEFORE
           END-STRING
                  " COLOR=" UPDATE-COLOR
                  " TAG=" UPDATE-TAG
                  " PRI=" WS-EFFECTIVE-PRIORITY
                  " ASG=" WS-EFFECTIVE-ASSIGNEE
                  " EST=" WS-EFFECTIVE-EST-HOURS
                  " DUE=" WS-EFFECTIVE-DUE-DATE
                  " REF=" WS-EFFECTIVE-EXT-REF
                  DELIMITED BY SIZE
                  INTO WS-AUDIT-AFTER
           END-STRING
           MOVE UPDATE-TAG    TO ITEM-TAG IN WS-TDLIST
           MOVE WS-EFFECTIVE-PRIORITY
             TO ITEM-PRIORITY IN WS-TDLIST
           MOVE WS-EFFECTIVE-ASSIGNEE
             TO ITEM-ASSIGNEE IN WS-TDLIST
           MOVE WS-EFFECTIVE-EST-HOURS
             TO ITEM-EST-HOURS IN WS-TDLIST
           MOVE WS-EFFECTIVE-DUE-DATE
             TO ITEM-DUE-DATE IN WS-TDLIST
           MOVE WS-EFFECTIVE-EXT-REF
             TO ITEM-EXT-REF IN WS-TDLIST
           REWRITE TDLIST-FILE FROM WS-TDLIST
          EXIT.

           END-IF
          EXIT.

       NORMALIZE-ITEM-EST-HOURS SECTION.
           IF ITEM-EST-HOURS IN WS-TDLIST NOT NUMERIC
              MOVE 0 TO ITEM-EST-HOURS IN WS-TDLIST
           END-IF
          EXIT.

       LOAD-DEP-LINKS SECTION.
           MOVE 0 TO WS-DEP-COUNT
           MOVE 'N' TO WS-EOF
           IF ACTION-OK AND UPDATE-PRIORITY > 4
              MOVE 3 TO ACTION-RETURN-CODE
           END-IF
           IF ACTION-OK AND UPDATE-EST-HOURS NOT NUMERIC
              MOVE 3 TO ACTION-RETURN-CODE
           END-IF
           IF ACTION-OK AND UPDATE-ASSIGNEE NOT = SPACES
              AND NOT UPDATE-ASSIGNEE-CLEAR
              MOVE UPDATE-ASSIGNEE TO WS-ROSTER-CHECK-ID
              PERFORM CHECK-ROSTER-PERSON
              IF NOT PERSON-ON-ROSTER
                 MOVE 7 TO ACTION-RETURN-CODE
              END-IF
           END-IF
           IF ACTION-OK AND UPDATE-DUE-DATE NOT = SPACES
              AND NOT UPDATE-DUE-DATE-CLEAR
              IF UPDATE-DUE-DATE NOT NUMERIC
                 MOVE 3 TO ACTION-RETURN-CODE
              ELSE
                 MOVE UPDATE-DUE-DATE TO WS-DUE-DATE-NUM
                 IF FUNCTION TEST-DATE-YYYYMMDD(WS-DUE-DATE-NUM) NOT = 0
                    MOVE 3 TO ACTION-RETURN-CODE
                 END-IF
              END-IF
           END-IF
           MOVE SPACES TO WS-VALIDATED-EXT-REF
           IF ACTION-OK AND UPDATE-EXT-REF NOT = SPACES
              AND NOT UPDATE-EXT-REF-CLEAR
              MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(UPDATE-EXT-REF))
                TO WS-VALIDATED-EXT-REF
              MOVE WS-LIST-NAME TO XREF-SKIP-LIST
              MOVE ACTION-ITEM-ID TO XREF-SKIP-ID
              PERFORM CHECK-EXT-REF-UNIQUE
           END-IF
          EXIT.

       READ-TODOLIST-FROM-FILE SECTION.
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       PERFORM NORMALIZE-ITEM-PRIORITY
                       PERFORM NORMALIZE-ITEM-EST-HOURS
                       IF WS-STATUS-COUNT < WS-MAX-ITEMS
                          ADD 1 TO WS-STATUS-COUNT
                          MOVE ITEM-ID IN WS-TDLIST
           MOVE ITEM-ID IN WS-TDLIST TO WS-JSON-ID-DISP
           MOVE ITEM-REPEAT-DAYS IN WS-TDLIST
             TO WS-JSON-REPEAT-DISP
           MOVE ITEM-EST-HOURS IN WS-TDLIST TO WS-EST-HOURS-DISP
           MOVE SPACES TO WS-JSON-LINE
           IF WS-JSON-ESC-LEN > 0
              STRING "{""id"":"
                     ",""repeat_days"":"
                     FUNCTION TRIM(WS-JSON-REPEAT-DISP)
                     ",""priority"":" ITEM-PRIORITY IN WS-TDLIST
                     ",""assignee"":"""
                     FUNCTION TRIM(ITEM-ASSIGNEE IN WS-TDLIST)
                     """,""est_hours"":"
                     FUNCTION TRIM(WS-EST-HOURS-DISP)
                     ",""ext_ref"":"""
                     FUNCTION TRIM(ITEM-EXT-REF IN WS-TDLIST)
                     """}"
                     DELIMITED BY SIZE
                     INTO WS-JSON-LINE
              END-STRING
                     ",""repeat_days"":"
                     FUNCTION TRIM(WS-JSON-REPEAT-DISP)
                     ",""priority"":" ITEM-PRIORITY IN WS-TDLIST
                     ",""assignee"":"""
                     FUNCTION TRIM(ITEM-ASSIGNEE IN WS-TDLIST)
                     """,""est_hours"":"
                     FUNCTION TRIM(WS-EST-HOURS-DISP)
                     ",""ext_ref"":"""
                     FUNCTION TRIM(ITEM-EXT-REF IN WS-TDLIST)
                     """}"
                     DELIMITED BY SIZE
                     INTO WS-JSON-LINE
              END-STRING

       WRITE-EXPORT-LINE SECTION.
           PERFORM NORMALIZE-ITEM-PRIORITY
           PERFORM NORMALIZE-ITEM-EST-HOURS
           MOVE ITEM-ID IN WS-TDLIST TO WS-PRINT-ID
           MOVE ITEM-CONTENT IN WS-TDLIST TO WS-PRINT-CONTENT
           MOVE ITEM-DATE IN WS-TDLIST TO WS-PRINT-DATE
                  DELIMITED BY SIZE
                  INTO WS-PRINT-PRI
           END-STRING
           MOVE ITEM-ASSIGNEE IN WS-TDLIST TO WS-PRINT-ASSIGNEE
           MOVE ITEM-EST-HOURS IN WS-TDLIST TO WS-PRINT-EST
           MOVE ITEM-EXT-REF IN WS-TDLIST TO WS-PRINT-EXT-REF
           WRITE PRINT-FILE-REC FROM WS-PRINT-LINE
          EXIT.

