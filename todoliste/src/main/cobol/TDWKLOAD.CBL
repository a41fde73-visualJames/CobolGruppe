       IDENTIFICATION DIVISION.
       PROGRAM-ID. TDWKLOAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT TDLIST ASSIGN TO EXTERNAL TDLISTFILE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS ITEM-ID IN TDLIST-FILE
            FILE STATUS IS WS-TDLIST-STATUS.
         SELECT REGISTRY-FILE ASSIGN TO EXTERNAL REGISTRYFILE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REGISTRY-STATUS.
         SELECT ROSTER-FILE ASSIGN TO EXTERNAL ROSTERFILE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ROSTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
          FD TDLIST.
          01 TDLIST-FILE.
             COPY tdlistrec.
          FD REGISTRY-FILE.
          01 REGISTRY-FILE-REC PIC X(82).
          FD ROSTER-FILE.
          01 ROSTER-FILE-REC PIC X(50).
       WORKING-STORAGE SECTION.
       01 WS-TDLIST-STATUS   PIC XX.
       01 WS-REGISTRY-STATUS PIC XX.
       01 WS-ROSTER-STATUS   PIC XX.
       COPY registryrec.
       COPY reglists.
       COPY rosterrec.
       COPY rosterf.
       01 WS-EOF PIC A(1).
       01 WS-TDLIST.
          COPY tdlistrec.
       01 WS-LIST-INDEX     PIC 9(3).
       01 WS-LIST-LIMIT     PIC 9(3).
       01 WS-MAX-LISTS      PIC 9(3) VALUE 20.
       01 WS-TDLIST-PATH    PIC X(60).
       01 WS-TODAY          PIC X(8).
       01 WS-PERSON-COUNT   PIC 9(3).
       01 WS-PERSON-IX      PIC 9(3).
       01 WS-MAX-PERSONS    PIC 9(3) VALUE 200.
       01 WS-PERSON-FOUND-SW PIC X(1) VALUE 'N'.
          88 PERSON-FOUND VALUE 'Y'.
       01 WS-PERSON-FULL    PIC X(1) VALUE 'N'.
          88 PERSON-TABLE-FULL VALUE 'Y'.
       01 PERSON-WORKLOADS.
          05 PERSON-WORKLOAD OCCURS 200 TIMES.
             10 PW-PERSON-ID      PIC X(8).
             10 PW-PERSON-NAME    PIC X(30).
             10 PW-TODO-COUNT     PIC 9(5).
             10 PW-DOING-COUNT    PIC 9(5).
             10 PW-PRI-COUNT      PIC 9(5) OCCURS 4 TIMES.
             10 PW-OVERDUE-COUNT  PIC 9(5).
       01 WS-DOING-COUNT    PIC 9(4).
       01 WS-DOING-IX       PIC 9(4).
       01 WS-MAX-DOING      PIC 9(4) VALUE 999.
       01 WS-DOING-FULL     PIC X(1) VALUE 'N'.
          88 DOING-TABLE-FULL VALUE 'Y'.
       01 DOING-ITEMS.
          05 DOING-ITEM OCCURS 999 TIMES.
             10 DI-PERSON-IX      PIC 9(3).
             10 DI-LIST-NAME      PIC X(30).
             10 DI-ITEM-ID        PIC 9(5).
             10 DI-ITEM-CONTENT   PIC X(35).
             10 DI-ITEM-DUE-DATE  PIC X(8).
       01 WS-OVERDUE-COUNT  PIC 9(4).
       01 WS-OVERDUE-IX     PIC 9(4).
       01 WS-MAX-OVERDUE    PIC 9(4) VALUE 999.
       01 WS-OVERDUE-FULL   PIC X(1) VALUE 'N'.
          88 OVERDUE-TABLE-FULL VALUE 'Y'.
       01 OVERDUE-ITEMS.
          05 OVERDUE-ITEM OCCURS 999 TIMES.
             10 OI-PERSON-IX      PIC 9(3).
             10 OI-LIST-NAME      PIC X(30).
             10 OI-ITEM-ID        PIC 9(5).
             10 OI-ITEM-CONTENT   PIC X(35).
             10 OI-ITEM-DUE-DATE  PIC X(8).
             10 OI-CAL-DAYS-LATE  PIC 9(5).
             10 OI-WORK-DAYS-LATE PIC 9(5).
       01 WS-DUE-NUM        PIC 9(8).
       01 WS-TODAY-NUM      PIC 9(8).
       01 WS-CAL-LATE-DISP  PIC Z(4)9.
       01 WS-WORK-LATE-DISP PIC Z(4)9.
       COPY todobday.
       01 WS-TOTAL-TODO     PIC 9(6).
       01 WS-TOTAL-DOING    PIC 9(6).
       01 WS-TOTAL-PRI      PIC 9(6) OCCURS 4 TIMES.
       01 WS-TOTAL-OVERDUE  PIC 9(6).
       01 WS-TOTAL-TODO-DISP    PIC Z(4)9.
       01 WS-TOTAL-DOING-DISP   PIC Z(4)9.
       01 WS-TOTAL-PRI-DISP     PIC Z(4)9 OCCURS 4 TIMES.
       01 WS-TOTAL-OVERDUE-DISP PIC Z(4)9.
       01 WS-PRI-IX         PIC 9.
       LINKAGE SECTION.
        COPY todowkload.
       PROCEDURE DIVISION USING WKLOAD-PARMS.
           PERFORM SET-REGISTRY-PATH
           IF WKLOAD-LIST-COUNT = 0
              PERFORM LOAD-ACTIVE-LISTS
           ELSE
              PERFORM COPY-CALLER-LIST-NAMES
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM LOAD-ROSTER-PEOPLE
           MOVE 0 TO WS-DOING-COUNT
           MOVE 'N' TO WS-DOING-FULL
           MOVE 0 TO WS-OVERDUE-COUNT
           MOVE 'N' TO WS-OVERDUE-FULL
           MOVE WS-TODAY TO WS-TODAY-NUM
           MOVE WS-ACTIVE-LIST-COUNT TO WS-LIST-LIMIT
           PERFORM VARYING WS-LIST-INDEX FROM 1 BY 1
                UNTIL WS-LIST-INDEX > WS-LIST-LIMIT
              PERFORM BUILD-TDLIST-PATH
              PERFORM TALLY-LIST-WORKLOAD
           END-PERFORM
           PERFORM DISPLAY-WORKLOAD-REPORT
           GOBACK
          .

       COPY-CALLER-LIST-NAMES SECTION.
           MOVE WKLOAD-LIST-COUNT TO WS-ACTIVE-LIST-COUNT
           IF WS-ACTIVE-LIST-COUNT > WS-MAX-LISTS
              MOVE WS-MAX-LISTS TO WS-ACTIVE-LIST-COUNT
           END-IF
           PERFORM VARYING WS-LIST-INDEX FROM 1 BY 1
                UNTIL WS-LIST-INDEX > WS-ACTIVE-LIST-COUNT
              MOVE WKLOAD-LIST-NAME(WS-LIST-INDEX)
                TO ACTIVE-LIST-NAME(WS-LIST-INDEX)
           END-PERFORM
          EXIT.

       LOAD-ROSTER-PEOPLE SECTION.
           MOVE 1 TO WS-PERSON-COUNT
           MOVE 'N' TO WS-PERSON-FULL
           INITIALIZE PERSON-WORKLOAD(1)
           MOVE SPACES TO PW-PERSON-ID(1)
           MOVE "(unassigned)" TO PW-PERSON-NAME(1)
           PERFORM SET-ROSTER-PATH
           MOVE 'N' TO WS-ROSTER-EOF
           OPEN INPUT ROSTER-FILE
           IF WS-ROSTER-STATUS = "00"
              PERFORM UNTIL WS-ROSTER-EOF = 'Y'
                 READ ROSTER-FILE INTO WS-ROSTER-LINE
                    AT END MOVE 'Y' TO WS-ROSTER-EOF
                    NOT AT END
                       IF ROS-PERSON-ACTIVE
                          AND WS-PERSON-COUNT < WS-MAX-PERSONS
                          ADD 1 TO WS-PERSON-COUNT
                          INITIALIZE PERSON-WORKLOAD(WS-PERSON-COUNT)
                          MOVE WS-ROS-PERSON-ID
                            TO PW-PERSON-ID(WS-PERSON-COUNT)
                          MOVE WS-ROS-NAME
                            TO PW-PERSON-NAME(WS-PERSON-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ROSTER-FILE
           END-IF
          EXIT.

       BUILD-TDLIST-PATH SECTION.
           MOVE SPACES TO WS-TDLIST-PATH
           STRING FUNCTION TRIM(ACTIVE-LIST-NAME(WS-LIST-INDEX))
                  DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-TDLIST-PATH
           END-STRING
           SET ENVIRONMENT "TDLISTFILE" TO FUNCTION TRIM(WS-TDLIST-PATH)
          EXIT.

       TALLY-LIST-WORKLOAD SECTION.
           MOVE 'N' TO WS-EOF
           OPEN INPUT TDLIST
           IF WS-TDLIST-STATUS = "00"
              PERFORM UNTIL WS-EOF = 'Y'
                 READ TDLIST NEXT INTO WS-TDLIST
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF TODO IN WS-TDLIST
                          OR DOING IN WS-TDLIST
                          PERFORM TALLY-OPEN-ITEM
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TDLIST
           END-IF
          EXIT.

       TALLY-OPEN-ITEM SECTION.
           IF ITEM-PRIORITY IN WS-TDLIST NOT NUMERIC
              OR ITEM-PRIORITY IN WS-TDLIST = 0
              OR ITEM-PRIORITY IN WS-TDLIST > 4
              SET PRIORITY-MEDIUM IN WS-TDLIST TO TRUE
           END-IF
           PERFORM FIND-PERSON-ENTRY
           IF PERSON-FOUND
              IF TODO IN WS-TDLIST
                 ADD 1 TO PW-TODO-COUNT(WS-PERSON-IX)
              ELSE
                 ADD 1 TO PW-DOING-COUNT(WS-PERSON-IX)
                 PERFORM CAPTURE-DOING-ITEM
              END-IF
              MOVE ITEM-PRIORITY IN WS-TDLIST TO WS-PRI-IX
              ADD 1 TO PW-PRI-COUNT(WS-PERSON-IX, WS-PRI-IX)
              IF ITEM-DUE-DATE IN WS-TDLIST NOT = SPACES
                 AND ITEM-DUE-DATE IN WS-TDLIST < WS-TODAY
                 ADD 1 TO PW-OVERDUE-COUNT(WS-PERSON-IX)
                 PERFORM CAPTURE-OVERDUE-ITEM
              END-IF
           END-IF
          EXIT.

       FIND-PERSON-ENTRY SECTION.
           MOVE 'N' TO WS-PERSON-FOUND-SW
           PERFORM VARYING WS-PERSON-IX FROM 1 BY 1
                UNTIL WS-PERSON-IX > WS-PERSON-COUNT
                   OR PERSON-FOUND
              IF PW-PERSON-ID(WS-PERSON-IX) =
                 ITEM-ASSIGNEE IN WS-TDLIST
                 SET PERSON-FOUND TO TRUE
              END-IF
           END-PERFORM
           IF PERSON-FOUND
              SUBTRACT 1 FROM WS-PERSON-IX
           ELSE
              IF WS-PERSON-COUNT < WS-MAX-PERSONS
                 ADD 1 TO WS-PERSON-COUNT
                 MOVE WS-PERSON-COUNT TO WS-PERSON-IX
                 INITIALIZE PERSON-WORKLOAD(WS-PERSON-IX)
                 MOVE ITEM-ASSIGNEE IN WS-TDLIST
                   TO PW-PERSON-ID(WS-PERSON-IX)
                 MOVE "(not on active roster)"
                   TO PW-PERSON-NAME(WS-PERSON-IX)
                 SET PERSON-FOUND TO TRUE
              ELSE
                 SET PERSON-TABLE-FULL TO TRUE
              END-IF
           END-IF
          EXIT.

       CAPTURE-DOING-ITEM SECTION.
           IF WS-DOING-COUNT < WS-MAX-DOING
              ADD 1 TO WS-DOING-COUNT
              MOVE WS-PERSON-IX TO DI-PERSON-IX(WS-DOING-COUNT)
              MOVE ACTIVE-LIST-NAME(WS-LIST-INDEX)
                TO DI-LIST-NAME(WS-DOING-COUNT)
              MOVE ITEM-ID IN WS-TDLIST
                TO DI-ITEM-ID(WS-DOING-COUNT)
              MOVE ITEM-CONTENT IN WS-TDLIST
                TO DI-ITEM-CONTENT(WS-DOING-COUNT)
              MOVE ITEM-DUE-DATE IN WS-TDLIST
                TO DI-ITEM-DUE-DATE(WS-DOING-COUNT)
           ELSE
              SET DOING-TABLE-FULL TO TRUE
           END-IF
          EXIT.

      *Lateness is kept both as calendar days and as working days, the
      *latter leaving out weekends and calendar holidays.
       CAPTURE-OVERDUE-ITEM SECTION.
           IF WS-OVERDUE-COUNT < WS-MAX-OVERDUE
              ADD 1 TO WS-OVERDUE-COUNT
              MOVE WS-PERSON-IX TO OI-PERSON-IX(WS-OVERDUE-COUNT)
              MOVE ACTIVE-LIST-NAME(WS-LIST-INDEX)
                TO OI-LIST-NAME(WS-OVERDUE-COUNT)
              MOVE ITEM-ID IN WS-TDLIST
                TO OI-ITEM-ID(WS-OVERDUE-COUNT)
              MOVE ITEM-CONTENT IN WS-TDLIST
                TO OI-ITEM-CONTENT(WS-OVERDUE-COUNT)
              MOVE ITEM-DUE-DATE IN WS-TDLIST
                TO OI-ITEM-DUE-DATE(WS-OVERDUE-COUNT)
              MOVE 0 TO OI-CAL-DAYS-LATE(WS-OVERDUE-COUNT)
              MOVE 0 TO OI-WORK-DAYS-LATE(WS-OVERDUE-COUNT)
              SET BDAY-ACTION-COUNT TO TRUE
              MOVE ITEM-DUE-DATE IN WS-TDLIST TO BDAY-DATE-FROM
              MOVE WS-TODAY-NUM TO BDAY-DATE-TO
              CALL "TDBDAY" USING BDAY-PARMS
              IF BDAY-OK OR BDAY-TRUNCATED
                 MOVE ITEM-DUE-DATE IN WS-TDLIST TO WS-DUE-NUM
                 COMPUTE OI-CAL-DAYS-LATE(WS-OVERDUE-COUNT) =
                    FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM) -
                    FUNCTION INTEGER-OF-DATE(WS-DUE-NUM)
                 MOVE BDAY-DAY-COUNT
                   TO OI-WORK-DAYS-LATE(WS-OVERDUE-COUNT)
              END-IF
           ELSE
              SET OVERDUE-TABLE-FULL TO TRUE
           END-IF
          EXIT.

       DISPLAY-WORKLOAD-REPORT SECTION.
           MOVE 0 TO WS-TOTAL-TODO WS-TOTAL-DOING WS-TOTAL-OVERDUE
           PERFORM VARYING WS-PRI-IX FROM 1 BY 1 UNTIL WS-PRI-IX > 4
              MOVE 0 TO WS-TOTAL-PRI(WS-PRI-IX)
           END-PERFORM
           DISPLAY "Open workload by person as of " WS-TODAY
           DISPLAY "PERSON   NAME                           "
                   " TODO DOING    P1    P2    P3    P4 OVERDUE"
           PERFORM VARYING WS-PERSON-IX FROM 1 BY 1
                UNTIL WS-PERSON-IX > WS-PERSON-COUNT
              DISPLAY PW-PERSON-ID(WS-PERSON-IX) " "
                      PW-PERSON-NAME(WS-PERSON-IX) " "
                      PW-TODO-COUNT(WS-PERSON-IX) " "
                      PW-DOING-COUNT(WS-PERSON-IX) " "
                      PW-PRI-COUNT(WS-PERSON-IX, 1) " "
                      PW-PRI-COUNT(WS-PERSON-IX, 2) " "
                      PW-PRI-COUNT(WS-PERSON-IX, 3) " "
                      PW-PRI-COUNT(WS-PERSON-IX, 4) "   "
                      PW-OVERDUE-COUNT(WS-PERSON-IX)
              ADD PW-TODO-COUNT(WS-PERSON-IX) TO WS-TOTAL-TODO
              ADD PW-DOING-COUNT(WS-PERSON-IX) TO WS-TOTAL-DOING
              ADD PW-OVERDUE-COUNT(WS-PERSON-IX) TO WS-TOTAL-OVERDUE
              PERFORM VARYING WS-PRI-IX FROM 1 BY 1 UNTIL WS-PRI-IX > 4
                 ADD PW-PRI-COUNT(WS-PERSON-IX, WS-PRI-IX)
                   TO WS-TOTAL-PRI(WS-PRI-IX)
              END-PERFORM
           END-PERFORM
           MOVE WS-TOTAL-TODO TO WS-TOTAL-TODO-DISP
           MOVE WS-TOTAL-DOING TO WS-TOTAL-DOING-DISP
           PERFORM VARYING WS-PRI-IX FROM 1 BY 1 UNTIL WS-PRI-IX > 4
              MOVE WS-TOTAL-PRI(WS-PRI-IX)
                TO WS-TOTAL-PRI-DISP(WS-PRI-IX)
           END-PERFORM
           MOVE WS-TOTAL-OVERDUE TO WS-TOTAL-OVERDUE-DISP
           DISPLAY "TOTAL                                   "
                   WS-TOTAL-TODO-DISP " "
                   WS-TOTAL-DOING-DISP " "
                   WS-TOTAL-PRI-DISP(1) " "
                   WS-TOTAL-PRI-DISP(2) " "
                   WS-TOTAL-PRI-DISP(3) " "
                   WS-TOTAL-PRI-DISP(4) "   "
                   WS-TOTAL-OVERDUE-DISP
           IF PERSON-TABLE-FULL
              DISPLAY "More than " WS-MAX-PERSONS
                      " assignees -- remaining items not counted."
           END-IF
           DISPLAY " "
           DISPLAY "Items in progress (DOING) by person"
           DISPLAY "PERSON   LIST                           ID    "
                   "CONTENT                             DUE"
           PERFORM VARYING WS-PERSON-IX FROM 1 BY 1
                UNTIL WS-PERSON-IX > WS-PERSON-COUNT
              PERFORM VARYING WS-DOING-IX FROM 1 BY 1
                   UNTIL WS-DOING-IX > WS-DOING-COUNT
                 IF DI-PERSON-IX(WS-DOING-IX) = WS-PERSON-IX
                    DISPLAY PW-PERSON-ID(WS-PERSON-IX) " "
                            DI-LIST-NAME(WS-DOING-IX) " "
                            DI-ITEM-ID(WS-DOING-IX) " "
                            DI-ITEM-CONTENT(WS-DOING-IX) " "
                            DI-ITEM-DUE-DATE(WS-DOING-IX)
                 END-IF
              END-PERFORM
           END-PERFORM
           IF DOING-TABLE-FULL
              DISPLAY "More than " WS-MAX-DOING
                      " items in progress -- list truncated."
           END-IF
           DISPLAY " "
           DISPLAY "Overdue items by person"
           DISPLAY "PERSON   LIST                           ID    "
                   "CONTENT                             DUE     "
                   " CAL-LATE WORK-LATE"
           PERFORM VARYING WS-PERSON-IX FROM 1 BY 1
                UNTIL WS-PERSON-IX > WS-PERSON-COUNT
              PERFORM VARYING WS-OVERDUE-IX FROM 1 BY 1
                   UNTIL WS-OVERDUE-IX > WS-OVERDUE-COUNT
                 IF OI-PERSON-IX(WS-OVERDUE-IX) = WS-PERSON-IX
                    MOVE OI-CAL-DAYS-LATE(WS-OVERDUE-IX)
                      TO WS-CAL-LATE-DISP
                    MOVE OI-WORK-DAYS-LATE(WS-OVERDUE-IX)
                      TO WS-WORK-LATE-DISP
                    DISPLAY PW-PERSON-ID(WS-PERSON-IX) " "
                            OI-LIST-NAME(WS-OVERDUE-IX) " "
                            OI-ITEM-ID(WS-OVERDUE-IX) " "
                            OI-ITEM-CONTENT(WS-OVERDUE-IX) " "
                            OI-ITEM-DUE-DATE(WS-OVERDUE-IX) "     "
                            WS-CAL-LATE-DISP "     "
                            WS-WORK-LATE-DISP
                 END-IF
              END-PERFORM
           END-PERFORM
           IF OVERDUE-TABLE-FULL
              DISPLAY "More than " WS-MAX-OVERDUE
                      " overdue items -- list truncated."
           END-IF
          EXIT.

       COPY regread.

       COPY rostchk.

       END PROGRAM TDWKLOAD.
