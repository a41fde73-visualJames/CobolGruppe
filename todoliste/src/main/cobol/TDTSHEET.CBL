       IDENTIFICATION DIVISION.
       PROGRAM-ID. TDTSHEET.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT TDLIST ASSIGN TO EXTERNAL TDLISTFILE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS ITEM-ID IN TDLIST-FILE
            FILE STATUS IS WS-TDLIST-STATUS.
         SELECT ARCHIVE-FILE ASSIGN TO EXTERNAL ARCHIVEFILE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ARCHIVE-STATUS.
         SELECT TIME-FILE ASSIGN TO EXTERNAL TIMEFILE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TIME-STATUS.
         SELECT TSHEET-FILE ASSIGN TO EXTERNAL TSHEETFILE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TSHEET-STATUS.
         SELECT REGISTRY-FILE ASSIGN TO EXTERNAL REGISTRYFILE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REGISTRY-STATUS.
       DATA DIVISION.
       FILE SECTION.
          FD TDLIST.
          01 TDLIST-FILE.
             COPY tdlistrec.
          FD ARCHIVE-FILE.
          01 ARCHIVE-FILE-REC.
             COPY archiverec.
          FD TIME-FILE.
          01 TIME-FILE-REC PIC X(50).
          FD TSHEET-FILE.
          01 TSHEET-FILE-REC PIC X(112).
          FD REGISTRY-FILE.
          01 REGISTRY-FILE-REC PIC X(82).
       WORKING-STORAGE SECTION.
       01 WS-TDLIST-STATUS   PIC XX.
       01 WS-ARCHIVE-STATUS  PIC XX.
       01 WS-TIME-STATUS     PIC XX.
       01 WS-TSHEET-STATUS   PIC XX.
       01 WS-REGISTRY-STATUS PIC XX.
       COPY registryrec.
       COPY reglists.
       01 WS-EOF PIC A(1).
       01 WS-TDLIST.
          COPY tdlistrec.
       COPY timerec.
       COPY tsheetrec.
       01 WS-LIST-INDEX     PIC 9(3).
       01 WS-LIST-LIMIT     PIC 9(3).
       01 WS-MAX-LISTS      PIC 9(3) VALUE 20.
       01 WS-TDLIST-PATH    PIC X(60).
       01 WS-ARCHIVE-PATH   PIC X(60).
       01 WS-TIME-PATH      PIC X(60).
       01 WS-TSHEET-PATH    PIC X(60).
       01 WS-DATE-NUM       PIC 9(8).
       01 WS-DATE-INT       PIC 9(7).
       01 WS-WEEK-NUM       PIC 9(7).
       01 WS-WEEK-START-INT PIC 9(7).
       01 WS-WEEK-END-INT   PIC 9(7).
       01 WS-WEEK-START     PIC X(8).
       01 WS-WEEK-END       PIC X(8).
       01 WS-WEEK-START-NUM PIC 9(8).
       01 WS-WEEK-END-NUM   PIC 9(8).
       01 WS-ITEM-COUNT     PIC 9(4).
       01 WS-ITEM-IX        PIC 9(4).
       01 WS-MAX-TS-ITEMS   PIC 9(4) VALUE 999.
       01 WS-FOUND-SW PIC X(1) VALUE 'N'.
          88 TS-ITEM-FOUND VALUE 'Y'.
       01 WS-TRUNC-SW PIC X(1) VALUE 'N'.
          88 TS-TABLE-FULL VALUE 'Y'.
       01 TIMESHEET-ITEMS.
          05 TIMESHEET-ITEM OCCURS 999 TIMES.
             10 TS-LIST-IX       PIC 9(3).
             10 TS-ITEM-ID       PIC 9(5).
             10 TS-CONTENT       PIC X(35).
             10 TS-TAG           PIC 9.
             10 TS-EST-HOURS     PIC 9(3)V9.
             10 TS-WEEK-HOURS    PIC 9(4)V9.
             10 TS-TODATE-HOURS  PIC 9(5)V9.
             10 TS-ON-FILE       PIC X(1).
       01 WS-TAG-IX         PIC 9.
       01 TAG-TOTALS.
          05 TAG-TOTAL OCCURS 3 TIMES.
             10 TT-ITEMS        PIC 9(5).
             10 TT-EST-HOURS    PIC 9(6)V9.
             10 TT-WEEK-HOURS   PIC 9(6)V9.
             10 TT-TODATE-HOURS PIC 9(6)V9.
             10 TT-OVER-COUNT   PIC 9(5).
       01 WS-TAG-NAME       PIC X(4).
       01 WS-TOTAL-WEEK     PIC 9(6)V9.
       01 WS-TT-EST-DISP    PIC ZZZZZ9.9.
       01 WS-TT-WEEK-DISP   PIC ZZZZZ9.9.
       01 WS-TT-TODATE-DISP PIC ZZZZZ9.9.
       LINKAGE SECTION.
        COPY todotsheet.
       PROCEDURE DIVISION USING TSHEET-PARMS.
           MOVE 0 TO TSHEET-ITEM-COUNT TSHEET-OVER-COUNT
           SET TSHEET-OK TO TRUE
           PERFORM SET-WEEK-BOUNDS
           IF TSHEET-ERR-DATE
              DISPLAY "Timesheet week start is not a valid date: "
                      TSHEET-WEEK-START
              GOBACK
           END-IF
           PERFORM SET-REGISTRY-PATH
           IF TSHEET-LIST-COUNT = 0
              PERFORM LOAD-ACTIVE-LISTS
           ELSE
              PERFORM COPY-CALLER-LIST-NAMES
           END-IF
           MOVE 0 TO WS-ITEM-COUNT
           MOVE 'N' TO WS-TRUNC-SW
           MOVE WS-ACTIVE-LIST-COUNT TO WS-LIST-LIMIT
           PERFORM VARYING WS-LIST-INDEX FROM 1 BY 1
                UNTIL WS-LIST-INDEX > WS-LIST-LIMIT
              PERFORM BUILD-LIST-PATHS
              PERFORM COLLECT-WEEK-ENTRIES
              PERFORM ADD-HOURS-TO-DATE
              PERFORM LOOK-UP-ITEM-DETAILS
           END-PERFORM
           PERFORM WRITE-TIMESHEET-EXTRACT
           PERFORM DISPLAY-TIMESHEET-SUMMARY
           IF TS-TABLE-FULL
              SET TSHEET-TRUNCATED TO TRUE
           END-IF
           GOBACK
          .

      *The extract always covers Monday to Sunday; any date given is
      *taken back to the Monday of its week.
       SET-WEEK-BOUNDS SECTION.
           IF TSHEET-WEEK-START = SPACES
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-NUM
           ELSE
              IF TSHEET-WEEK-START NOT NUMERIC
                 SET TSHEET-ERR-DATE TO TRUE
              ELSE
                 MOVE TSHEET-WEEK-START TO WS-DATE-NUM
                 IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = 0
                    SET TSHEET-ERR-DATE TO TRUE
                 END-IF
              END-IF
           END-IF
           IF TSHEET-OK
              COMPUTE WS-DATE-INT =
                 FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
              COMPUTE WS-WEEK-NUM = (WS-DATE-INT - 1) / 7
              COMPUTE WS-WEEK-START-INT = WS-WEEK-NUM * 7 + 1
              COMPUTE WS-WEEK-END-INT = WS-WEEK-START-INT + 6
              COMPUTE WS-WEEK-START-NUM =
                 FUNCTION DATE-OF-INTEGER(WS-WEEK-START-INT)
              COMPUTE WS-WEEK-END-NUM =
                 FUNCTION DATE-OF-INTEGER(WS-WEEK-END-INT)
              MOVE WS-WEEK-START-NUM TO WS-WEEK-START
              MOVE WS-WEEK-END-NUM TO WS-WEEK-END
              MOVE WS-WEEK-START TO TSHEET-WEEK-START
              MOVE SPACES TO WS-TSHEET-PATH
              STRING "timesheet-" DELIMITED BY SIZE
                     WS-WEEK-START DELIMITED BY SIZE
                     ".txt" DELIMITED BY SIZE
                     INTO WS-TSHEET-PATH
              END-STRING
              SET ENVIRONMENT "TSHEETFILE" TO
                 FUNCTION TRIM(WS-TSHEET-PATH)
           END-IF
          EXIT.

       COPY-CALLER-LIST-NAMES SECTION.
           MOVE TSHEET-LIST-COUNT TO WS-ACTIVE-LIST-COUNT
           IF WS-ACTIVE-LIST-COUNT > WS-MAX-LISTS
              MOVE WS-MAX-LISTS TO WS-ACTIVE-LIST-COUNT
           END-IF
           PERFORM VARYING WS-LIST-INDEX FROM 1 BY 1
                UNTIL WS-LIST-INDEX > WS-ACTIVE-LIST-COUNT
              MOVE TSHEET-LIST-NAME(WS-LIST-INDEX)
                TO ACTIVE-LIST-NAME(WS-LIST-INDEX)
           END-PERFORM
          EXIT.

       BUILD-LIST-PATHS SECTION.
           MOVE SPACES TO WS-TDLIST-PATH
           STRING FUNCTION TRIM(ACTIVE-LIST-NAME(WS-LIST-INDEX))
                  DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-TDLIST-PATH
           END-STRING
           MOVE SPACES TO WS-ARCHIVE-PATH
           STRING FUNCTION TRIM(ACTIVE-LIST-NAME(WS-LIST-INDEX))
                  DELIMITED BY SIZE
                  "-archive.txt" DELIMITED BY SIZE
                  INTO WS-ARCHIVE-PATH
           END-STRING
           MOVE SPACES TO WS-TIME-PATH
           STRING FUNCTION TRIM(ACTIVE-LIST-NAME(WS-LIST-INDEX))
                  DELIMITED BY SIZE
                  "-time.txt" DELIMITED BY SIZE
                  INTO WS-TIME-PATH
           END-STRING
           SET ENVIRONMENT "TDLISTFILE" TO FUNCTION TRIM(WS-TDLIST-PATH)
           SET ENVIRONMENT "ARCHIVEFILE" TO
              FUNCTION TRIM(WS-ARCHIVE-PATH)
           SET ENVIRONMENT "TIMEFILE" TO FUNCTION TRIM(WS-TIME-PATH)
          EXIT.

       COLLECT-WEEK-ENTRIES SECTION.
           MOVE 'N' TO WS-EOF
           OPEN INPUT TIME-FILE
           IF WS-TIME-STATUS = "00"
              PERFORM UNTIL WS-EOF = 'Y'
                 READ TIME-FILE INTO WS-TIME-LINE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF WS-TIME-WORK-DATE >= WS-WEEK-START
                          AND WS-TIME-WORK-DATE <= WS-WEEK-END
                          PERFORM NOTE-WEEK-ENTRY
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TIME-FILE
           END-IF
          EXIT.

       NOTE-WEEK-ENTRY SECTION.
           PERFORM FIND-TIMESHEET-ITEM
           IF NOT TS-ITEM-FOUND
              IF WS-ITEM-COUNT < WS-MAX-TS-ITEMS
                 ADD 1 TO WS-ITEM-COUNT
                 MOVE WS-ITEM-COUNT TO WS-ITEM-IX
                 INITIALIZE TIMESHEET-ITEM(WS-ITEM-IX)
                 MOVE WS-LIST-INDEX TO TS-LIST-IX(WS-ITEM-IX)
                 MOVE WS-TIME-ITEM-ID TO TS-ITEM-ID(WS-ITEM-IX)
                 MOVE 'N' TO TS-ON-FILE(WS-ITEM-IX)
                 SET TS-ITEM-FOUND TO TRUE
              ELSE
                 SET TS-TABLE-FULL TO TRUE
              END-IF
           END-IF
           IF TS-ITEM-FOUND
              ADD WS-TIME-HOURS TO TS-WEEK-HOURS(WS-ITEM-IX)
           END-IF
          EXIT.

       FIND-TIMESHEET-ITEM SECTION.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-ITEM-IX FROM 1 BY 1
                UNTIL WS-ITEM-IX > WS-ITEM-COUNT
                   OR TS-ITEM-FOUND
              IF TS-LIST-IX(WS-ITEM-IX) = WS-LIST-INDEX
                 AND TS-ITEM-ID(WS-ITEM-IX) = WS-TIME-ITEM-ID
                 SET TS-ITEM-FOUND TO TRUE
              END-IF
           END-PERFORM
           IF TS-ITEM-FOUND
              SUBTRACT 1 FROM WS-ITEM-IX
           END-IF
          EXIT.

      *Actual hours compared with the estimate are everything logged
      *against the item up to the end of the week, not just this week.
       ADD-HOURS-TO-DATE SECTION.
           MOVE 'N' TO WS-EOF
           OPEN INPUT TIME-FILE
           IF WS-TIME-STATUS = "00"
              PERFORM UNTIL WS-EOF = 'Y'
                 READ TIME-FILE INTO WS-TIME-LINE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF WS-TIME-WORK-DATE <= WS-WEEK-END
                          PERFORM FIND-TIMESHEET-ITEM
                          IF TS-ITEM-FOUND
                             ADD WS-TIME-HOURS
                               TO TS-TODATE-HOURS(WS-ITEM-IX)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TIME-FILE
           END-IF
          EXIT.

       LOOK-UP-ITEM-DETAILS SECTION.
           OPEN INPUT TDLIST
           IF WS-TDLIST-STATUS = "00"
              PERFORM VARYING WS-ITEM-IX FROM 1 BY 1
                   UNTIL WS-ITEM-IX > WS-ITEM-COUNT
                 IF TS-LIST-IX(WS-ITEM-IX) = WS-LIST-INDEX
                    MOVE TS-ITEM-ID(WS-ITEM-IX)
                      TO ITEM-ID IN TDLIST-FILE
                    READ TDLIST INTO WS-TDLIST
                       INVALID KEY CONTINUE
                       NOT INVALID KEY PERFORM CAPTURE-ITEM-DETAILS
                    END-READ
                 END-IF
              END-PERFORM
              CLOSE TDLIST
           END-IF
           MOVE 'N' TO WS-EOF
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS = "00"
              PERFORM UNTIL WS-EOF = 'Y'
                 READ ARCHIVE-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       MOVE AR-ITEM-ID TO WS-TIME-ITEM-ID
                       PERFORM FIND-TIMESHEET-ITEM
                       IF TS-ITEM-FOUND
                          AND TS-ON-FILE(WS-ITEM-IX) = 'N'
                          MOVE ARCHIVE-FILE-REC TO WS-TDLIST
                          PERFORM CAPTURE-ITEM-DETAILS
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARCHIVE-FILE
           END-IF
          EXIT.

       CAPTURE-ITEM-DETAILS SECTION.
           MOVE 'Y' TO TS-ON-FILE(WS-ITEM-IX)
           MOVE ITEM-CONTENT IN WS-TDLIST TO TS-CONTENT(WS-ITEM-IX)
           IF ITEM-TAG IN WS-TDLIST NUMERIC
              AND ITEM-TAG IN WS-TDLIST <= 2
              MOVE ITEM-TAG IN WS-TDLIST TO TS-TAG(WS-ITEM-IX)
           END-IF
           IF ITEM-EST-HOURS IN WS-TDLIST NUMERIC
              MOVE ITEM-EST-HOURS IN WS-TDLIST
                TO TS-EST-HOURS(WS-ITEM-IX)
           END-IF
          EXIT.

       WRITE-TIMESHEET-EXTRACT SECTION.
           INITIALIZE TAG-TOTALS
           OPEN OUTPUT TSHEET-FILE
           PERFORM VARYING WS-ITEM-IX FROM 1 BY 1
                UNTIL WS-ITEM-IX > WS-ITEM-COUNT
              MOVE SPACES TO WS-TSHEET-LINE
              MOVE WS-WEEK-START TO WS-TSH-WEEK-START
              MOVE ACTIVE-LIST-NAME(TS-LIST-IX(WS-ITEM-IX))
                TO WS-TSH-LIST-NAME
              MOVE TS-ITEM-ID(WS-ITEM-IX) TO WS-TSH-ITEM-ID
              MOVE TS-TAG(WS-ITEM-IX) TO WS-TAG-IX
              PERFORM SET-TAG-NAME
              MOVE WS-TAG-NAME TO WS-TSH-TAG
              IF TS-ON-FILE(WS-ITEM-IX) = 'Y'
                 MOVE TS-CONTENT(WS-ITEM-IX) TO WS-TSH-CONTENT
              ELSE
                 MOVE "(item no longer on file)" TO WS-TSH-CONTENT
              END-IF
              MOVE TS-EST-HOURS(WS-ITEM-IX) TO WS-TSH-EST-HOURS
              MOVE TS-WEEK-HOURS(WS-ITEM-IX) TO WS-TSH-WEEK-HOURS
              MOVE TS-TODATE-HOURS(WS-ITEM-IX) TO WS-TSH-TODATE-HOURS
              ADD 1 TO WS-TAG-IX
              ADD 1 TO TT-ITEMS(WS-TAG-IX)
              ADD TS-EST-HOURS(WS-ITEM-IX) TO TT-EST-HOURS(WS-TAG-IX)
              ADD TS-WEEK-HOURS(WS-ITEM-IX) TO TT-WEEK-HOURS(WS-TAG-IX)
              ADD TS-TODATE-HOURS(WS-ITEM-IX)
                TO TT-TODATE-HOURS(WS-TAG-IX)
              IF TS-EST-HOURS(WS-ITEM-IX) > 0
                 AND TS-TODATE-HOURS(WS-ITEM-IX) >
                     TS-EST-HOURS(WS-ITEM-IX)
                 MOVE "OVER" TO WS-TSH-OVER-FLAG
                 ADD 1 TO TT-OVER-COUNT(WS-TAG-IX)
                 ADD 1 TO TSHEET-OVER-COUNT
              END-IF
              WRITE TSHEET-FILE-REC FROM WS-TSHEET-LINE
              ADD 1 TO TSHEET-ITEM-COUNT
           END-PERFORM
           CLOSE TSHEET-FILE
          EXIT.

       SET-TAG-NAME SECTION.
           EVALUATE WS-TAG-IX
               WHEN 1 MOVE "WORK" TO WS-TAG-NAME
               WHEN 2 MOVE "HOME" TO WS-TAG-NAME
               WHEN OTHER MOVE "NONE" TO WS-TAG-NAME
           END-EVALUATE
          EXIT.

       DISPLAY-TIMESHEET-SUMMARY SECTION.
           DISPLAY "Timesheet for the week " WS-WEEK-START
                   " to " WS-WEEK-END
           DISPLAY "  extract written to " FUNCTION TRIM(WS-TSHEET-PATH)
           DISPLAY " "
           DISPLAY "By item"
           DISPLAY "LIST                           ID    TAG  "
                   "CONTENT                               EST   WEEK"
                   " TO DATE"
           PERFORM VARYING WS-ITEM-IX FROM 1 BY 1
                UNTIL WS-ITEM-IX > WS-ITEM-COUNT
              MOVE TS-TAG(WS-ITEM-IX) TO WS-TAG-IX
              PERFORM SET-TAG-NAME
              MOVE TS-EST-HOURS(WS-ITEM-IX) TO WS-TSH-EST-HOURS
              MOVE TS-WEEK-HOURS(WS-ITEM-IX) TO WS-TSH-WEEK-HOURS
              MOVE TS-TODATE-HOURS(WS-ITEM-IX) TO WS-TSH-TODATE-HOURS
              MOVE SPACES TO WS-TSH-OVER-FLAG
              IF TS-EST-HOURS(WS-ITEM-IX) > 0
                 AND TS-TODATE-HOURS(WS-ITEM-IX) >
                     TS-EST-HOURS(WS-ITEM-IX)
                 MOVE "OVER" TO WS-TSH-OVER-FLAG
              END-IF
              DISPLAY ACTIVE-LIST-NAME(TS-LIST-IX(WS-ITEM-IX)) " "
                      TS-ITEM-ID(WS-ITEM-IX) " "
                      WS-TAG-NAME " "
                      TS-CONTENT(WS-ITEM-IX) " "
                      WS-TSH-EST-HOURS " "
                      WS-TSH-WEEK-HOURS " "
                      WS-TSH-TODATE-HOURS " "
                      WS-TSH-OVER-FLAG
           END-PERFORM
           IF WS-ITEM-COUNT = 0
              DISPLAY "  no time logged in this week."
           END-IF
           DISPLAY " "
           DISPLAY "By tag"
           DISPLAY "TAG  ITEMS  ESTIMATE      WEEK   TO DATE  OVER"
           MOVE 0 TO WS-TOTAL-WEEK
           PERFORM VARYING WS-TAG-IX FROM 0 BY 1 UNTIL WS-TAG-IX > 2
              PERFORM SET-TAG-NAME
              MOVE TT-EST-HOURS(WS-TAG-IX + 1) TO WS-TT-EST-DISP
              MOVE TT-WEEK-HOURS(WS-TAG-IX + 1) TO WS-TT-WEEK-DISP
              MOVE TT-TODATE-HOURS(WS-TAG-IX + 1) TO WS-TT-TODATE-DISP
              ADD TT-WEEK-HOURS(WS-TAG-IX + 1) TO WS-TOTAL-WEEK
              DISPLAY WS-TAG-NAME " "
                      TT-ITEMS(WS-TAG-IX + 1) " "
                      WS-TT-EST-DISP " "
                      WS-TT-WEEK-DISP " "
                      WS-TT-TODATE-DISP " "
                      TT-OVER-COUNT(WS-TAG-IX + 1)
           END-PERFORM
           MOVE WS-TOTAL-WEEK TO WS-TT-WEEK-DISP
           DISPLAY "Total hours logged this week . : " WS-TT-WEEK-DISP
           DISPLAY "Items over their estimate  . . : " TSHEET-OVER-COUNT
           IF TS-TABLE-FULL
              DISPLAY "More than " WS-MAX-TS-ITEMS
                      " items with time logged -- remaining items"
                      " not included."
           END-IF
          EXIT.

       COPY regread.

       END PROGRAM TDTSHEET.
