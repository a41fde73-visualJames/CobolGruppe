       01 WS-NONE-AGE-DISP  PIC Z(6)9.99.
       01 WS-WORK-AGE-DISP  PIC Z(6)9.99.
       01 WS-HOME-AGE-DISP  PIC Z(6)9.99.
       01 WS-WORK-DAYS      PIC S9(7).
       01 WS-NONE-WD-TOTAL  PIC 9(9).
       01 WS-NONE-WD-AVG    PIC 9(7)V99.
       01 WS-WORK-WD-TOTAL  PIC 9(9).
       01 WS-WORK-WD-AVG    PIC 9(7)V99.
       01 WS-HOME-WD-TOTAL  PIC 9(9).
       01 WS-HOME-WD-AVG    PIC 9(7)V99.
       01 WS-NONE-WD-DISP   PIC Z(6)9.99.
       01 WS-WORK-WD-DISP   PIC Z(6)9.99.
       01 WS-HOME-WD-DISP   PIC Z(6)9.99.
       COPY todobday.
       LINKAGE SECTION.
        COPY todoagerpt.
       PROCEDURE DIVISION USING AGERPT-PARMS.
           PERFORM TALLY-BACKLOG-AGES
           PERFORM COMPUTE-GROUP-AVERAGES
           DISPLAY "Backlog aging and workload report"
           DISPLAY "TAG      COUNT   AVG-AGE-DAYS  AVG-WORK-DAYS"
           DISPLAY "NONE     " WS-NONE-COUNT "  " WS-NONE-AGE-DISP
                   "     " WS-NONE-WD-DISP
           DISPLAY "WORK     " WS-WORK-COUNT "  " WS-WORK-AGE-DISP
                   "     " WS-WORK-WD-DISP
           DISPLAY "HOME     " WS-HOME-COUNT "  " WS-HOME-AGE-DISP
                   "     " WS-HOME-WD-DISP
           GOBACK
          .

           MOVE 0 TO WS-NONE-COUNT WS-NONE-AGE-TOTAL
           MOVE 0 TO WS-WORK-COUNT WS-WORK-AGE-TOTAL
           MOVE 0 TO WS-HOME-COUNT WS-HOME-AGE-TOTAL
           MOVE 0 TO WS-NONE-WD-TOTAL WS-WORK-WD-TOTAL WS-HOME-WD-TOTAL
           MOVE 'N' TO WS-EOF
           OPEN INPUT TDLIST
           IF WS-TDLIST-STATUS = "00"
           COMPUTE WS-AGE-DAYS =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM) -
              FUNCTION INTEGER-OF-DATE(WS-ITEM-DATE-NUM)
           PERFORM COUNT-WORKING-AGE
           EVALUATE TRUE
               WHEN NONE IN WS-TDLIST
                  ADD 1 TO WS-NONE-COUNT
                  ADD WS-AGE-DAYS TO WS-NONE-AGE-TOTAL
                  ADD WS-WORK-DAYS TO WS-NONE-WD-TOTAL
               WHEN WORK IN WS-TDLIST
                  ADD 1 TO WS-WORK-COUNT
                  ADD WS-AGE-DAYS TO WS-WORK-AGE-TOTAL
                  ADD WS-WORK-DAYS TO WS-WORK-WD-TOTAL
               WHEN HOME IN WS-TDLIST
                  ADD 1 TO WS-HOME-COUNT
                  ADD WS-AGE-DAYS TO WS-HOME-AGE-TOTAL
                  ADD WS-WORK-DAYS TO WS-HOME-WD-TOTAL
           END-EVALUATE
          EXIT.

      *Working-day age leaves out weekends and calendar holidays; an
      *item with an unreadable creation date keeps its calendar age.
       COUNT-WORKING-AGE SECTION.
           SET BDAY-ACTION-COUNT TO TRUE
           MOVE WS-ITEM-DATE-NUM TO BDAY-DATE-FROM
           MOVE WS-TODAY-NUM TO BDAY-DATE-TO
           CALL "TDBDAY" USING BDAY-PARMS
           IF BDAY-OK OR BDAY-TRUNCATED
              MOVE BDAY-DAY-COUNT TO WS-WORK-DAYS
           ELSE
              MOVE WS-AGE-DAYS TO WS-WORK-DAYS
           END-IF
          EXIT.

       COMPUTE-GROUP-AVERAGES SECTION.
           MOVE 0 TO WS-NONE-AGE-AVG WS-WORK-AGE-AVG WS-HOME-AGE-AVG
           MOVE 0 TO WS-NONE-WD-AVG WS-WORK-WD-AVG WS-HOME-WD-AVG
           IF WS-NONE-COUNT > 0
              COMPUTE WS-NONE-AGE-AVG ROUNDED =
                 WS-NONE-AGE-TOTAL / WS-NONE-COUNT
              COMPUTE WS-NONE-WD-AVG ROUNDED =
                 WS-NONE-WD-TOTAL / WS-NONE-COUNT
           END-IF
           IF WS-WORK-COUNT > 0
              COMPUTE WS-WORK-AGE-AVG ROUNDED =
                 WS-WORK-AGE-TOTAL / WS-WORK-COUNT
              COMPUTE WS-WORK-WD-AVG ROUNDED =
                 WS-WORK-WD-TOTAL / WS-WORK-COUNT
           END-IF
           IF WS-HOME-COUNT > 0
              COMPUTE WS-HOME-AGE-AVG ROUNDED =
                 WS-HOME-AGE-TOTAL / WS-HOME-COUNT
              COMPUTE WS-HOME-WD-AVG ROUNDED =
                 WS-HOME-WD-TOTAL / WS-HOME-COUNT
           END-IF
           MOVE WS-NONE-AGE-AVG TO WS-NONE-AGE-DISP
           MOVE WS-WORK-AGE-AVG TO WS-WORK-AGE-DISP
           MOVE WS-HOME-AGE-AVG TO WS-HOME-AGE-DISP
           MOVE WS-NONE-WD-AVG TO WS-NONE-WD-DISP
           MOVE WS-WORK-WD-AVG TO WS-WORK-WD-DISP
           MOVE WS-HOME-WD-AVG TO WS-HOME-WD-DISP
          EXIT.

       END PROGRAM TDAGERPT.
