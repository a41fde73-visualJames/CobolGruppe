       IDENTIFICATION DIVISION.
       PROGRAM-ID. TDBDAY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT HOLIDAY-FILE ASSIGN TO EXTERNAL HOLIDAYFILE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HOLIDAY-STATUS.
       DATA DIVISION.
       FILE SECTION.
          FD HOLIDAY-FILE.
          01 HOLIDAY-FILE-REC PIC X(39).
       WORKING-STORAGE SECTION.
       01 WS-HOLIDAY-STATUS PIC XX.
       COPY holidayrec.
       COPY holidayf.
       01 WS-CAL-LOADED-SW PIC X(1) VALUE 'N'.
          88 CALENDAR-LOADED VALUE 'Y'.
       01 WS-HOL-FULL-SW   PIC X(1) VALUE 'N'.
          88 HOLIDAY-TABLE-FULL VALUE 'Y'.
       01 WS-HOL-FOUND-SW  PIC X(1) VALUE 'N'.
          88 HOLIDAY-FOUND VALUE 'Y'.
       01 WS-HOL-COUNT     PIC 9(3).
       01 WS-HOL-IX        PIC 9(3).
       01 WS-MAX-HOLS      PIC 9(3) VALUE 500.
       01 HOLIDAY-TABLE.
          05 HT-DATE-INT OCCURS 500 TIMES PIC 9(7).
       01 WS-DATE-NUM      PIC 9(8).
       01 WS-DAY-INT       PIC 9(7).
       01 WS-FROM-INT      PIC 9(7).
       01 WS-TO-INT        PIC 9(7).
       01 WS-SPAN          PIC 9(7).
       01 WS-WEEKS         PIC 9(7).
       01 WS-REM           PIC 9(1).
       01 WS-REM-IX        PIC 9(1).
       01 WS-WORK-COUNT    PIC 9(7).
       01 WS-WEEKDAY       PIC 9(1).
          88 WEEKEND-DAY VALUE 5 6.
       01 WS-NEGATIVE-SW   PIC X(1) VALUE 'N'.
          88 COUNT-IS-NEGATIVE VALUE 'Y'.
       01 WS-DAY-TYPE-SW   PIC X(1) VALUE 'N'.
          88 DAY-IS-WORKING VALUE 'Y'.
       LINKAGE SECTION.
        COPY todobday.
       PROCEDURE DIVISION USING BDAY-PARMS.
           SET BDAY-OK TO TRUE
           IF NOT CALENDAR-LOADED
              PERFORM LOAD-HOLIDAY-CALENDAR
           END-IF
           EVALUATE TRUE
           WHEN BDAY-ACTION-NEXT-WORKDAY
              PERFORM NEXT-WORKING-DAY
           WHEN BDAY-ACTION-COUNT
              PERFORM COUNT-WORKING-DAYS
           END-EVALUATE
           IF BDAY-OK AND HOLIDAY-TABLE-FULL
              SET BDAY-TRUNCATED TO TRUE
           END-IF
           GOBACK
          .

      *The calendar is read once per run.  Only holidays that fall on a
      *weekday are kept, since Saturday and Sunday never count anyway.
       LOAD-HOLIDAY-CALENDAR SECTION.
           PERFORM SET-HOLIDAY-PATH
           MOVE 0 TO WS-HOL-COUNT
           MOVE 'N' TO WS-HOL-FULL-SW
           MOVE 'N' TO WS-HOLIDAY-EOF
           OPEN INPUT HOLIDAY-FILE
           IF WS-HOLIDAY-STATUS = "00"
              PERFORM UNTIL WS-HOLIDAY-EOF = 'Y'
                 READ HOLIDAY-FILE INTO WS-HOLIDAY-LINE
                    AT END MOVE 'Y' TO WS-HOLIDAY-EOF
                    NOT AT END PERFORM REMEMBER-HOLIDAY
                 END-READ
              END-PERFORM
              CLOSE HOLIDAY-FILE
           END-IF
           SET CALENDAR-LOADED TO TRUE
          EXIT.

       REMEMBER-HOLIDAY SECTION.
           IF WS-HOL-DATE IS NUMERIC
              MOVE WS-HOL-DATE TO WS-DATE-NUM
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) = 0
                 COMPUTE WS-DAY-INT =
                    FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                 PERFORM FIND-WEEKDAY
                 PERFORM FIND-HOLIDAY
                 IF NOT WEEKEND-DAY AND NOT HOLIDAY-FOUND
                    IF WS-HOL-COUNT < WS-MAX-HOLS
                       ADD 1 TO WS-HOL-COUNT
                       MOVE WS-DAY-INT TO HT-DATE-INT(WS-HOL-COUNT)
                    ELSE
                       SET HOLIDAY-TABLE-FULL TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-IF
          EXIT.

      *Day 1 of the integer calendar (1 January 1601) is a Monday, so
      *the remainder gives 0 for Monday through 6 for Sunday.
       FIND-WEEKDAY SECTION.
           COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-DAY-INT - 1, 7)
          EXIT.

       FIND-HOLIDAY SECTION.
           MOVE 'N' TO WS-HOL-FOUND-SW
           PERFORM VARYING WS-HOL-IX FROM 1 BY 1
                UNTIL WS-HOL-IX > WS-HOL-COUNT
                   OR HOLIDAY-FOUND
              IF HT-DATE-INT(WS-HOL-IX) = WS-DAY-INT
                 SET HOLIDAY-FOUND TO TRUE
              END-IF
           END-PERFORM
          EXIT.

       CHECK-WORKING-DAY SECTION.
           MOVE 'N' TO WS-DAY-TYPE-SW
           PERFORM FIND-WEEKDAY
           IF NOT WEEKEND-DAY
              PERFORM FIND-HOLIDAY
              IF NOT HOLIDAY-FOUND
                 SET DAY-IS-WORKING TO TRUE
              END-IF
           END-IF
          EXIT.

       NEXT-WORKING-DAY SECTION.
           MOVE BDAY-DATE-FROM TO WS-DATE-NUM
           PERFORM CHECK-DATE
           IF BDAY-OK
              COMPUTE WS-DAY-INT =
                 FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
              PERFORM CHECK-WORKING-DAY
              PERFORM UNTIL DAY-IS-WORKING
                 ADD 1 TO WS-DAY-INT
                 PERFORM CHECK-WORKING-DAY
              END-PERFORM
              COMPUTE BDAY-RESULT-DATE =
                 FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
           END-IF
          EXIT.

      *Counts the working days after DATE-FROM up to and including
      *DATE-TO; the count is negative when DATE-TO is the earlier date.
      *Whole weeks give five days each, the odd days are checked one by
      *one, then every weekday holiday inside the span is taken off.
       COUNT-WORKING-DAYS SECTION.
           MOVE 0 TO BDAY-DAY-COUNT
           MOVE BDAY-DATE-FROM TO WS-DATE-NUM
           PERFORM CHECK-DATE
           IF BDAY-OK
              COMPUTE WS-FROM-INT =
                 FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
              MOVE BDAY-DATE-TO TO WS-DATE-NUM
              PERFORM CHECK-DATE
           END-IF
           IF BDAY-OK
              COMPUTE WS-TO-INT =
                 FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
              MOVE 'N' TO WS-NEGATIVE-SW
              IF WS-TO-INT < WS-FROM-INT
                 SET COUNT-IS-NEGATIVE TO TRUE
                 MOVE WS-TO-INT TO WS-DAY-INT
                 MOVE WS-FROM-INT TO WS-TO-INT
                 MOVE WS-DAY-INT TO WS-FROM-INT
              END-IF
              COMPUTE WS-SPAN = WS-TO-INT - WS-FROM-INT
              DIVIDE WS-SPAN BY 7 GIVING WS-WEEKS REMAINDER WS-REM
              COMPUTE WS-WORK-COUNT = WS-WEEKS * 5
              PERFORM VARYING WS-REM-IX FROM 1 BY 1
                   UNTIL WS-REM-IX > WS-REM
                 COMPUTE WS-DAY-INT =
                    WS-FROM-INT + WS-WEEKS * 7 + WS-REM-IX
                 PERFORM FIND-WEEKDAY
                 IF NOT WEEKEND-DAY
                    ADD 1 TO WS-WORK-COUNT
                 END-IF
              END-PERFORM
              PERFORM VARYING WS-HOL-IX FROM 1 BY 1
                   UNTIL WS-HOL-IX > WS-HOL-COUNT
                 IF HT-DATE-INT(WS-HOL-IX) > WS-FROM-INT
                    AND HT-DATE-INT(WS-HOL-IX) <= WS-TO-INT
                    SUBTRACT 1 FROM WS-WORK-COUNT
                 END-IF
              END-PERFORM
              IF COUNT-IS-NEGATIVE
                 COMPUTE BDAY-DAY-COUNT = 0 - WS-WORK-COUNT
              ELSE
                 MOVE WS-WORK-COUNT TO BDAY-DAY-COUNT
              END-IF
           END-IF
          EXIT.

       CHECK-DATE SECTION.
           IF WS-DATE-NUM NOT NUMERIC
              SET BDAY-ERR-BAD-DATE TO TRUE
           ELSE
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = 0
                 SET BDAY-ERR-BAD-DATE TO TRUE
              END-IF
           END-IF
          EXIT.

       COPY holpath.

       END PROGRAM TDBDAY.
