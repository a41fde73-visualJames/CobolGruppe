       IDENTIFICATION DIVISION.
       PROGRAM-ID. TDKPIRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT KPI-FILE ASSIGN TO EXTERNAL KPIFILE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-KPI-STATUS.
       DATA DIVISION.
       FILE SECTION.
          FD KPI-FILE.
          01 KPI-FILE-REC PIC X(93).
       WORKING-STORAGE SECTION.
       01 WS-KPI-STATUS    PIC XX.
       COPY kpirec.
       COPY kpif.
       01 WS-AS-OF-DATE    PIC X(8).
       01 WS-AS-OF-NUM     PIC 9(8).
       01 WS-AS-OF-INT     PIC 9(7).
       01 WS-REC-DATE-NUM  PIC 9(8).
       01 WS-REC-INT       PIC 9(7).
       01 WS-WORK-DATE     PIC 9(8).
       01 WS-WORK-INT      PIC 9(7).
       01 PERIOD-BOUNDS.
          05 PERIOD-BOUND OCCURS 4 TIMES.
             10 PB-FROM-INT  PIC 9(7).
             10 PB-TO-INT    PIC 9(7).
             10 PB-FROM-DATE PIC 9(8).
             10 PB-TO-DATE   PIC 9(8).
       01 WS-PERIOD-IX     PIC 9(1).
       01 WS-CUR-PERIOD    PIC 9(1).
       01 WS-PRI-PERIOD    PIC 9(1).
       01 WS-METRIC-IX     PIC 9(2).
       01 WS-RECORD-METRICS.
          05 WS-REC-METRIC PIC 9(5) OCCURS 9 TIMES.
       01 WS-IN-RANGE-SW   PIC X(1).
          88 RECORD-IN-RANGE VALUE 'Y'.
       01 WS-LIST-FOUND-SW PIC X(1).
          88 KPI-LIST-FOUND VALUE 'Y'.
       01 WS-DATE-FOUND-SW PIC X(1).
          88 KPI-DATE-FOUND VALUE 'Y'.
       01 WS-LIST-FULL-SW  PIC X(1) VALUE 'N'.
          88 KPI-LIST-TABLE-FULL VALUE 'Y'.
       01 WS-LIST-COUNT    PIC 9(3).
       01 WS-LIST-IX       PIC 9(3).
       01 WS-MAX-LISTS     PIC 9(3) VALUE 50.
       01 KPI-LISTS.
          05 KPI-LIST OCCURS 50 TIMES.
             10 KL-LIST-NAME PIC X(30).
             10 KL-PERIOD OCCURS 4 TIMES.
                15 KL-DAYS PIC 9(5).
                15 KL-SUM  PIC 9(9) OCCURS 9 TIMES.
       01 KPI-ALL-LISTS.
          05 KA-PERIOD OCCURS 4 TIMES.
             10 KA-DAYS     PIC 9(5).
             10 KA-SUM      PIC 9(9) OCCURS 9 TIMES.
             10 KA-DATE     PIC X(8) OCCURS 31 TIMES.
       01 WS-DATE-IX       PIC 9(2).
       01 WS-ROW-DAYS      PIC 9(5) OCCURS 4 TIMES.
       01 WS-ROW-SUMS.
          05 WS-ROW-PERIOD OCCURS 4 TIMES.
             10 WS-ROW-SUM PIC 9(9) OCCURS 9 TIMES.
       01 WS-AVERAGES.
          05 WS-AVG-PERIOD OCCURS 4 TIMES.
             10 WS-AVG PIC 9(7)V9 OCCURS 9 TIMES.
       01 WS-CHANGE        PIC S9(7)V9.
       01 WS-ROW-LABEL     PIC X(13).
       01 WS-DAYS-DISP     PIC ZZZZ9.
       01 WS-AVG-ROW.
          05 WS-AVG-ENTRY OCCURS 9 TIMES.
             10 FILLER      PIC X(1).
             10 WS-AVG-DISP PIC ZZZZ9.9.
       01 WS-CHG-ROW.
          05 WS-CHG-ENTRY OCCURS 9 TIMES.
             10 FILLER      PIC X(1).
             10 WS-CHG-DISP PIC -(4)9.9.
       LINKAGE SECTION.
        COPY todokpirpt.
       PROCEDURE DIVISION USING KPIRPT-PARMS.
           SET KPIRPT-OK TO TRUE
           PERFORM SET-KPI-PATH
           PERFORM SET-REPORT-PERIODS
           IF NOT KPIRPT-OK
              GOBACK
           END-IF
           INITIALIZE KPI-LISTS KPI-ALL-LISTS
           MOVE 0 TO WS-LIST-COUNT
           MOVE 'N' TO WS-LIST-FULL-SW
           PERFORM LOAD-KPI-HISTORY
           IF KPI-LIST-TABLE-FULL
              SET KPIRPT-TRUNCATED TO TRUE
           END-IF
           PERFORM DISPLAY-KPI-TREND-REPORT
           GOBACK
          .

      *Periods 1 and 2 are the seven days ending on the as-of date and
      *the seven days before that; periods 3 and 4 are the month to date
      *and the whole of the previous calendar month.
       SET-REPORT-PERIODS SECTION.
           IF KPIRPT-AS-OF-DATE = SPACES
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AS-OF-DATE
           ELSE
              MOVE KPIRPT-AS-OF-DATE TO WS-AS-OF-DATE
           END-IF
           IF WS-AS-OF-DATE NOT NUMERIC
              SET KPIRPT-ERR-BAD-DATE TO TRUE
           ELSE
              MOVE WS-AS-OF-DATE TO WS-AS-OF-NUM
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-AS-OF-NUM) NOT = 0
                 SET KPIRPT-ERR-BAD-DATE TO TRUE
              END-IF
           END-IF
           IF KPIRPT-OK
              COMPUTE WS-AS-OF-INT =
                 FUNCTION INTEGER-OF-DATE(WS-AS-OF-NUM)
              MOVE WS-AS-OF-INT TO PB-TO-INT(1)
              COMPUTE PB-FROM-INT(1) = WS-AS-OF-INT - 6
              COMPUTE PB-TO-INT(2) = WS-AS-OF-INT - 7
              COMPUTE PB-FROM-INT(2) = WS-AS-OF-INT - 13
              MOVE WS-AS-OF-NUM TO WS-WORK-DATE
              MOVE "01" TO WS-WORK-DATE(7:2)
              COMPUTE PB-FROM-INT(3) =
                 FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
              MOVE WS-AS-OF-INT TO PB-TO-INT(3)
              COMPUTE PB-TO-INT(4) = PB-FROM-INT(3) - 1
              COMPUTE WS-WORK-DATE =
                 FUNCTION DATE-OF-INTEGER(PB-TO-INT(4))
              MOVE "01" TO WS-WORK-DATE(7:2)
              COMPUTE PB-FROM-INT(4) =
                 FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
              PERFORM VARYING WS-PERIOD-IX FROM 1 BY 1
                   UNTIL WS-PERIOD-IX > 4
                 MOVE PB-FROM-INT(WS-PERIOD-IX) TO WS-WORK-INT
                 COMPUTE PB-FROM-DATE(WS-PERIOD-IX) =
                    FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
                 MOVE PB-TO-INT(WS-PERIOD-IX) TO WS-WORK-INT
                 COMPUTE PB-TO-DATE(WS-PERIOD-IX) =
                    FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
              END-PERFORM
           END-IF
          EXIT.

       LOAD-KPI-HISTORY SECTION.
           MOVE 'N' TO WS-KPI-EOF
           OPEN INPUT KPI-FILE
           IF WS-KPI-STATUS = "00"
              PERFORM UNTIL WS-KPI-EOF = 'Y'
                 READ KPI-FILE INTO WS-KPI-LINE
                    AT END MOVE 'Y' TO WS-KPI-EOF
                    NOT AT END PERFORM NOTE-KPI-RECORD
                 END-READ
              END-PERFORM
              CLOSE KPI-FILE
           END-IF
          EXIT.

       NOTE-KPI-RECORD SECTION.
           MOVE 'N' TO WS-IN-RANGE-SW
           IF (LIST-NAME = SPACES OR WS-KPI-LIST-NAME = LIST-NAME)
              AND WS-KPI-DATE IS NUMERIC
              MOVE WS-KPI-DATE TO WS-REC-DATE-NUM
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-REC-DATE-NUM) = 0
                 PERFORM CHECK-RECORD-IN-RANGE
              END-IF
           END-IF
           IF RECORD-IN-RANGE
              PERFORM FIND-KPI-LIST
              IF KPI-LIST-FOUND
                 PERFORM ADD-KPI-RECORD
              END-IF
           END-IF
          EXIT.

       CHECK-RECORD-IN-RANGE SECTION.
           COMPUTE WS-REC-INT =
              FUNCTION INTEGER-OF-DATE(WS-REC-DATE-NUM)
           PERFORM VARYING WS-PERIOD-IX FROM 1 BY 1
                UNTIL WS-PERIOD-IX > 4
              IF WS-REC-INT >= PB-FROM-INT(WS-PERIOD-IX)
                 AND WS-REC-INT <= PB-TO-INT(WS-PERIOD-IX)
                 SET RECORD-IN-RANGE TO TRUE
              END-IF
           END-PERFORM
          EXIT.

       ADD-KPI-RECORD SECTION.
           MOVE WS-KPI-OPEN     TO WS-REC-METRIC(1)
           MOVE WS-KPI-DOING    TO WS-REC-METRIC(2)
           MOVE WS-KPI-DONE     TO WS-REC-METRIC(3)
           MOVE WS-KPI-CANCELED TO WS-REC-METRIC(4)
           MOVE WS-KPI-OVERDUE  TO WS-REC-METRIC(5)
           MOVE WS-KPI-URGENT   TO WS-REC-METRIC(6)
           MOVE WS-KPI-ADDED    TO WS-REC-METRIC(7)
           MOVE WS-KPI-CLOSED   TO WS-REC-METRIC(8)
           MOVE WS-KPI-ARCHIVED TO WS-REC-METRIC(9)
           PERFORM VARYING WS-PERIOD-IX FROM 1 BY 1
                UNTIL WS-PERIOD-IX > 4
              IF WS-REC-INT >= PB-FROM-INT(WS-PERIOD-IX)
                 AND WS-REC-INT <= PB-TO-INT(WS-PERIOD-IX)
                 PERFORM ADD-RECORD-TO-PERIOD
              END-IF
           END-PERFORM
          EXIT.

      *Lists are taken from the history itself, so a list that has since
      *been retired still shows for the periods it was active in.
       FIND-KPI-LIST SECTION.
           MOVE 'N' TO WS-LIST-FOUND-SW
           PERFORM VARYING WS-LIST-IX FROM 1 BY 1
                UNTIL WS-LIST-IX > WS-LIST-COUNT
                   OR KPI-LIST-FOUND
              IF KL-LIST-NAME(WS-LIST-IX) = WS-KPI-LIST-NAME
                 SET KPI-LIST-FOUND TO TRUE
              END-IF
           END-PERFORM
           IF KPI-LIST-FOUND
              SUBTRACT 1 FROM WS-LIST-IX
           ELSE
              IF WS-LIST-COUNT < WS-MAX-LISTS
                 ADD 1 TO WS-LIST-COUNT
                 MOVE WS-LIST-COUNT TO WS-LIST-IX
                 MOVE WS-KPI-LIST-NAME TO KL-LIST-NAME(WS-LIST-IX)
                 SET KPI-LIST-FOUND TO TRUE
              ELSE
                 SET KPI-LIST-TABLE-FULL TO TRUE
              END-IF
           END-IF
          EXIT.

      *A list's averages are per recorded night; the all-lists figures
      *add every list together and average over the distinct nights.
       ADD-RECORD-TO-PERIOD SECTION.
           ADD 1 TO KL-DAYS(WS-LIST-IX, WS-PERIOD-IX)
           PERFORM VARYING WS-METRIC-IX FROM 1 BY 1
                UNTIL WS-METRIC-IX > 9
              ADD WS-REC-METRIC(WS-METRIC-IX)
                TO KL-SUM(WS-LIST-IX, WS-PERIOD-IX, WS-METRIC-IX)
              ADD WS-REC-METRIC(WS-METRIC-IX)
                TO KA-SUM(WS-PERIOD-IX, WS-METRIC-IX)
           END-PERFORM
           MOVE 'N' TO WS-DATE-FOUND-SW
           PERFORM VARYING WS-DATE-IX FROM 1 BY 1
                UNTIL WS-DATE-IX > KA-DAYS(WS-PERIOD-IX)
                   OR KPI-DATE-FOUND
              IF KA-DATE(WS-PERIOD-IX, WS-DATE-IX) = WS-KPI-DATE
                 SET KPI-DATE-FOUND TO TRUE
              END-IF
           END-PERFORM
           IF NOT KPI-DATE-FOUND
              AND KA-DAYS(WS-PERIOD-IX) < 31
              ADD 1 TO KA-DAYS(WS-PERIOD-IX)
              MOVE WS-KPI-DATE
                TO KA-DATE(WS-PERIOD-IX, KA-DAYS(WS-PERIOD-IX))
           END-IF
          EXIT.

       DISPLAY-KPI-TREND-REPORT SECTION.
           DISPLAY "KPI trend report as of " WS-AS-OF-DATE
           DISPLAY "  week  . . . . : " PB-FROM-DATE(1) " - "
                   PB-TO-DATE(1)
           DISPLAY "  prior week  . : " PB-FROM-DATE(2) " - "
                   PB-TO-DATE(2)
           DISPLAY "  month . . . . : " PB-FROM-DATE(3) " - "
                   PB-TO-DATE(3)
           DISPLAY "  prior month . : " PB-FROM-DATE(4) " - "
                   PB-TO-DATE(4)
           DISPLAY "Averages per night (OPEN = status TODO)"
           IF WS-LIST-COUNT = 0
              DISPLAY "No KPI history in the reporting periods."
           END-IF
           PERFORM VARYING WS-LIST-IX FROM 1 BY 1
                UNTIL WS-LIST-IX > WS-LIST-COUNT
              DISPLAY " "
              DISPLAY "List: " KL-LIST-NAME(WS-LIST-IX)
              PERFORM VARYING WS-PERIOD-IX FROM 1 BY 1
                   UNTIL WS-PERIOD-IX > 4
                 MOVE KL-DAYS(WS-LIST-IX, WS-PERIOD-IX)
                   TO WS-ROW-DAYS(WS-PERIOD-IX)
                 PERFORM VARYING WS-METRIC-IX FROM 1 BY 1
                      UNTIL WS-METRIC-IX > 9
                    MOVE KL-SUM(WS-LIST-IX, WS-PERIOD-IX, WS-METRIC-IX)
                      TO WS-ROW-SUM(WS-PERIOD-IX, WS-METRIC-IX)
                 END-PERFORM
              END-PERFORM
              PERFORM DISPLAY-PERIOD-TABLE
           END-PERFORM
           IF LIST-NAME = SPACES AND WS-LIST-COUNT > 0
              DISPLAY " "
              DISPLAY "All lists"
              PERFORM VARYING WS-PERIOD-IX FROM 1 BY 1
                   UNTIL WS-PERIOD-IX > 4
                 MOVE KA-DAYS(WS-PERIOD-IX)
                   TO WS-ROW-DAYS(WS-PERIOD-IX)
                 PERFORM VARYING WS-METRIC-IX FROM 1 BY 1
                      UNTIL WS-METRIC-IX > 9
                    MOVE KA-SUM(WS-PERIOD-IX, WS-METRIC-IX)
                      TO WS-ROW-SUM(WS-PERIOD-IX, WS-METRIC-IX)
                 END-PERFORM
              END-PERFORM
              PERFORM DISPLAY-PERIOD-TABLE
           END-IF
           IF KPI-LIST-TABLE-FULL
              DISPLAY "More than " WS-MAX-LISTS
                      " lists in the history -- remaining lists not"
                      " reported."
           END-IF
          EXIT.

       DISPLAY-PERIOD-TABLE SECTION.
           PERFORM VARYING WS-PERIOD-IX FROM 1 BY 1
                UNTIL WS-PERIOD-IX > 4
              PERFORM VARYING WS-METRIC-IX FROM 1 BY 1
                   UNTIL WS-METRIC-IX > 9
                 MOVE 0 TO WS-AVG(WS-PERIOD-IX, WS-METRIC-IX)
                 IF WS-ROW-DAYS(WS-PERIOD-IX) > 0
                    COMPUTE WS-AVG(WS-PERIOD-IX, WS-METRIC-IX) ROUNDED =
                       WS-ROW-SUM(WS-PERIOD-IX, WS-METRIC-IX) /
                       WS-ROW-DAYS(WS-PERIOD-IX)
                 END-IF
              END-PERFORM
           END-PERFORM
           DISPLAY "PERIOD        NIGHTS    OPEN   DOING    DONE"
                   "  CANCEL OVERDUE  URGENT   ADDED  CLOSED  ARCHIV"
           MOVE "Week" TO WS-ROW-LABEL
           MOVE 1 TO WS-PERIOD-IX
           PERFORM DISPLAY-AVERAGE-ROW
           MOVE "Prior week" TO WS-ROW-LABEL
           MOVE 2 TO WS-PERIOD-IX
           PERFORM DISPLAY-AVERAGE-ROW
           MOVE 1 TO WS-CUR-PERIOD
           MOVE 2 TO WS-PRI-PERIOD
           PERFORM DISPLAY-CHANGE-ROW
           MOVE "Month" TO WS-ROW-LABEL
           MOVE 3 TO WS-PERIOD-IX
           PERFORM DISPLAY-AVERAGE-ROW
           MOVE "Prior month" TO WS-ROW-LABEL
           MOVE 4 TO WS-PERIOD-IX
           PERFORM DISPLAY-AVERAGE-ROW
           MOVE 3 TO WS-CUR-PERIOD
           MOVE 4 TO WS-PRI-PERIOD
           PERFORM DISPLAY-CHANGE-ROW
          EXIT.

       DISPLAY-AVERAGE-ROW SECTION.
           MOVE SPACES TO WS-AVG-ROW
           MOVE WS-ROW-DAYS(WS-PERIOD-IX) TO WS-DAYS-DISP
           PERFORM VARYING WS-METRIC-IX FROM 1 BY 1
                UNTIL WS-METRIC-IX > 9
              MOVE WS-AVG(WS-PERIOD-IX, WS-METRIC-IX)
                TO WS-AVG-DISP(WS-METRIC-IX)
           END-PERFORM
           DISPLAY WS-ROW-LABEL "  " WS-DAYS-DISP WS-AVG-ROW
          EXIT.

      *A change is only shown when both periods have at least one
      *recorded night to compare.
       DISPLAY-CHANGE-ROW SECTION.
           IF WS-ROW-DAYS(WS-CUR-PERIOD) = 0
              OR WS-ROW-DAYS(WS-PRI-PERIOD) = 0
              DISPLAY "  change             no history to compare"
           ELSE
              MOVE SPACES TO WS-CHG-ROW
              PERFORM VARYING WS-METRIC-IX FROM 1 BY 1
                   UNTIL WS-METRIC-IX > 9
                 COMPUTE WS-CHANGE =
                    WS-AVG(WS-CUR-PERIOD, WS-METRIC-IX) -
                    WS-AVG(WS-PRI-PERIOD, WS-METRIC-IX)
                 MOVE WS-CHANGE TO WS-CHG-DISP(WS-METRIC-IX)
              END-PERFORM
              DISPLAY "  change            " WS-CHG-ROW
           END-IF
          EXIT.

       COPY kpipath.

       END PROGRAM TDKPIRPT.
