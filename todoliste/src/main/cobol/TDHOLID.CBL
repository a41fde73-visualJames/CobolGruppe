       IDENTIFICATION DIVISION.
       PROGRAM-ID. TDHOLID.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT HOLIDAY-FILE ASSIGN TO EXTERNAL HOLIDAYFILE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HOLIDAY-STATUS.
         SELECT LOCK-FILE ASSIGN TO EXTERNAL LOCKFILE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LOCK-STATUS.
       DATA DIVISION.
       FILE SECTION.
          FD HOLIDAY-FILE.
          01 HOLIDAY-FILE-REC PIC X(39).
          FD LOCK-FILE.
          01 LOCK-FILE-REC PIC X(30).
       WORKING-STORAGE SECTION.
       01 WS-HOLIDAY-STATUS PIC XX.
       01 WS-LOCK-STATUS    PIC XX.
       01 WS-LOCK-PATH      PIC X(60).
       COPY lockfields.
       COPY holidayrec.
       COPY holidayf.
       01 WS-TARGET-FOUND PIC X(1) VALUE 'N'.
          88 HOLIDAY-TARGET-FOUND VALUE 'Y'.
       01 WS-ENTRY-COUNT PIC 9(3).
       01 WS-ENTRY-IX    PIC 9(3).
       01 WS-INSERT-IX   PIC 9(3).
       01 WS-MAX-ENTRIES PIC 9(3) VALUE 500.
       01 WS-HOLIDAY-FULL PIC X(1) VALUE 'N'.
          88 HOLIDAY-AT-CAPACITY VALUE 'Y'.
       01 HOLIDAY-ENTRIES.
          05 HOLIDAY-ENTRY OCCURS 500 TIMES PIC X(39).
       01 WS-DATE-NUM    PIC 9(8).
       01 WS-WEEKDAY     PIC 9(1).
          88 WEEKEND-DAY VALUE 5 6.
       01 WS-DAY-FLAG    PIC X(7).
       LINKAGE SECTION.
        COPY todoholid.
       PROCEDURE DIVISION USING HOLID-PARMS.
           PERFORM SET-FILE-PATHS
           SET HOLID-OK TO TRUE
           IF NOT HOLID-ACTION-REPORT
              AND FUNCTION TRIM(HOLID-DATE) = SPACES
              SET HOLID-ERR-BLANK TO TRUE
              GOBACK
           END-IF
           IF HOLID-ACTION-ADD
              PERFORM CHECK-HOLIDAY-DATE
              IF NOT HOLID-OK
                 GOBACK
              END-IF
           END-IF
           IF HOLID-ACTION-REPORT
              PERFORM LOAD-HOLIDAY-ENTRIES
              IF HOLIDAY-AT-CAPACITY
                 SET HOLID-ERR-CAPACITY TO TRUE
              ELSE
                 PERFORM REPORT-HOLIDAYS
              END-IF
           ELSE
              PERFORM ACQUIRE-LIST-LOCK
              IF NOT LOCK-ACQUIRED
                 SET HOLID-ERR-LOCKED TO TRUE
              ELSE
                 PERFORM LOAD-HOLIDAY-ENTRIES
                 IF HOLIDAY-AT-CAPACITY
                    SET HOLID-ERR-CAPACITY TO TRUE
                 ELSE
                    EVALUATE TRUE
                    WHEN HOLID-ACTION-ADD
                       PERFORM ADD-HOLIDAY
                    WHEN HOLID-ACTION-DELETE
                       PERFORM DELETE-HOLIDAY
                    END-EVALUATE
                 END-IF
                 PERFORM RELEASE-LIST-LOCK
              END-IF
           END-IF
           GOBACK
          .

       SET-FILE-PATHS SECTION.
           PERFORM SET-HOLIDAY-PATH
           MOVE SPACES TO WS-LOCK-PATH
           STRING FUNCTION TRIM(WS-HOLIDAY-PATH) DELIMITED BY SIZE
                  "-lock.txt" DELIMITED BY SIZE
                  INTO WS-LOCK-PATH
           END-STRING
           SET ENVIRONMENT "LOCKFILE" TO FUNCTION TRIM(WS-LOCK-PATH)
          EXIT.

       CHECK-HOLIDAY-DATE SECTION.
           IF HOLID-DATE NOT NUMERIC
              SET HOLID-ERR-BAD-DATE TO TRUE
           ELSE
              MOVE HOLID-DATE TO WS-DATE-NUM
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = 0
                 SET HOLID-ERR-BAD-DATE TO TRUE
              END-IF
           END-IF
          EXIT.

       LOAD-HOLIDAY-ENTRIES SECTION.
           MOVE 0 TO WS-ENTRY-COUNT
           MOVE 'N' TO WS-HOLIDAY-EOF
           MOVE 'N' TO WS-HOLIDAY-FULL
           OPEN INPUT HOLIDAY-FILE
           IF WS-HOLIDAY-STATUS = "00"
              PERFORM UNTIL WS-HOLIDAY-EOF = 'Y'
                 READ HOLIDAY-FILE
                    AT END MOVE 'Y' TO WS-HOLIDAY-EOF
                    NOT AT END
                       IF WS-ENTRY-COUNT < WS-MAX-ENTRIES
                          ADD 1 TO WS-ENTRY-COUNT
                          MOVE HOLIDAY-FILE-REC
                            TO HOLIDAY-ENTRY(WS-ENTRY-COUNT)
                       ELSE
                          SET HOLIDAY-AT-CAPACITY TO TRUE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE HOLIDAY-FILE
           END-IF
          EXIT.

       FIND-HOLIDAY-ENTRY SECTION.
           MOVE 'N' TO WS-TARGET-FOUND
           PERFORM VARYING WS-ENTRY-IX FROM 1 BY 1
                UNTIL WS-ENTRY-IX > WS-ENTRY-COUNT
                   OR HOLIDAY-TARGET-FOUND
              MOVE HOLIDAY-ENTRY(WS-ENTRY-IX) TO WS-HOLIDAY-LINE
              IF WS-HOL-DATE = HOLID-DATE
                 SET HOLIDAY-TARGET-FOUND TO TRUE
              END-IF
           END-PERFORM
           IF HOLIDAY-TARGET-FOUND
              SUBTRACT 1 FROM WS-ENTRY-IX
           END-IF
          EXIT.

      *The calendar is kept in date order, so a new date is slotted in
      *ahead of the first later entry.
       ADD-HOLIDAY SECTION.
           PERFORM FIND-HOLIDAY-ENTRY
           IF HOLIDAY-TARGET-FOUND
              SET HOLID-ERR-DUPLICATE TO TRUE
           ELSE
              IF WS-ENTRY-COUNT >= WS-MAX-ENTRIES
                 SET HOLID-ERR-CAPACITY TO TRUE
              ELSE
                 COMPUTE WS-INSERT-IX = WS-ENTRY-COUNT + 1
                 PERFORM VARYING WS-ENTRY-IX FROM 1 BY 1
                      UNTIL WS-ENTRY-IX > WS-ENTRY-COUNT
                         OR WS-INSERT-IX <= WS-ENTRY-COUNT
                    MOVE HOLIDAY-ENTRY(WS-ENTRY-IX) TO WS-HOLIDAY-LINE
                    IF WS-HOL-DATE > HOLID-DATE
                       MOVE WS-ENTRY-IX TO WS-INSERT-IX
                    END-IF
                 END-PERFORM
                 PERFORM VARYING WS-ENTRY-IX FROM WS-ENTRY-COUNT BY -1
                      UNTIL WS-ENTRY-IX < WS-INSERT-IX
                    MOVE HOLIDAY-ENTRY(WS-ENTRY-IX)
                      TO HOLIDAY-ENTRY(WS-ENTRY-IX + 1)
                 END-PERFORM
                 MOVE SPACES TO WS-HOLIDAY-LINE
                 MOVE HOLID-DATE TO WS-HOL-DATE
                 MOVE HOLID-DESCRIPTION TO WS-HOL-DESCRIPTION
                 MOVE WS-HOLIDAY-LINE TO HOLIDAY-ENTRY(WS-INSERT-IX)
                 ADD 1 TO WS-ENTRY-COUNT
                 PERFORM REWRITE-HOLIDAYS
              END-IF
           END-IF
          EXIT.

       DELETE-HOLIDAY SECTION.
           PERFORM FIND-HOLIDAY-ENTRY
           IF NOT HOLIDAY-TARGET-FOUND
              SET HOLID-ERR-NOT-FOUND TO TRUE
           ELSE
              PERFORM VARYING WS-ENTRY-IX FROM WS-ENTRY-IX BY 1
                   UNTIL WS-ENTRY-IX >= WS-ENTRY-COUNT
                 MOVE HOLIDAY-ENTRY(WS-ENTRY-IX + 1)
                   TO HOLIDAY-ENTRY(WS-ENTRY-IX)
              END-PERFORM
              SUBTRACT 1 FROM WS-ENTRY-COUNT
              PERFORM REWRITE-HOLIDAYS
           END-IF
          EXIT.

       REWRITE-HOLIDAYS SECTION.
           OPEN OUTPUT HOLIDAY-FILE
           PERFORM VARYING WS-ENTRY-IX FROM 1 BY 1
                UNTIL WS-ENTRY-IX > WS-ENTRY-COUNT
              WRITE HOLIDAY-FILE-REC
                FROM HOLIDAY-ENTRY(WS-ENTRY-IX)
           END-PERFORM
           CLOSE HOLIDAY-FILE
          EXIT.

      *Saturday and Sunday are never working days, so a holiday that
      *falls on one is flagged as having no effect.
       REPORT-HOLIDAYS SECTION.
           DISPLAY "Holiday calendar"
           DISPLAY "DATE     DAY     DESCRIPTION"
           IF WS-ENTRY-COUNT = 0
              DISPLAY "No holidays on the calendar."
           END-IF
           PERFORM VARYING WS-ENTRY-IX FROM 1 BY 1
                UNTIL WS-ENTRY-IX > WS-ENTRY-COUNT
              MOVE HOLIDAY-ENTRY(WS-ENTRY-IX) TO WS-HOLIDAY-LINE
              MOVE SPACES TO WS-DAY-FLAG
              IF WS-HOL-DATE IS NUMERIC
                 MOVE WS-HOL-DATE TO WS-DATE-NUM
                 IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) = 0
                    COMPUTE WS-WEEKDAY = FUNCTION MOD(
                       FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 1, 7)
                    IF WEEKEND-DAY
                       MOVE "WEEKEND" TO WS-DAY-FLAG
                    ELSE
                       MOVE "WEEKDAY" TO WS-DAY-FLAG
                    END-IF
                 ELSE
                    MOVE "INVALID" TO WS-DAY-FLAG
                 END-IF
              ELSE
                 MOVE "INVALID" TO WS-DAY-FLAG
              END-IF
              DISPLAY WS-HOL-DATE " "
                      WS-DAY-FLAG " "
                      WS-HOL-DESCRIPTION
           END-PERFORM
          EXIT.

       COPY holpath.

       COPY listlock.

       END PROGRAM TDHOLID.
