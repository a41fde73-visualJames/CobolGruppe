       01 WS-TOT-ESCAL     PIC 9(6).
       01 WS-TOT-ARCHIVED  PIC 9(6).
       01 WS-DRIFT-HITS    PIC 9(3).
       01 WS-TOT-AUDROLLED PIC 9(7).
       01 WS-TOT-SNAPPED   PIC 9(6).
       01 WS-KPI-WRITTEN   PIC 9(3).
       01 WS-STEPS-RUN     PIC 9(3).
       01 WS-STEPS-SKIPPED PIC 9(3).
       01 WS-STEPS-FAILED  PIC 9(3).
       COPY todoescal.
       COPY todoarchive.
       COPY todoseqchk.
       COPY todosnap.
       COPY todoaudrol.
       COPY todokpi.
       COPY todoactions.
       COPY todoitem.
       LINKAGE SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           SET NIGHT-OK TO TRUE
           MOVE 0 TO WS-TOT-REGEN WS-TOT-ESCAL WS-TOT-ARCHIVED
           MOVE 0 TO WS-DRIFT-HITS WS-STEPS-RUN WS-TOT-AUDROLLED
           MOVE 0 TO WS-TOT-SNAPPED WS-KPI-WRITTEN
           MOVE 0 TO WS-STEPS-SKIPPED WS-STEPS-FAILED
           PERFORM SET-FILE-PATHS
           PERFORM SET-REGISTRY-PATH
              MOVE "ICSEXP" TO WS-STEP-NAME
              PERFORM RUN-ONE-STEP
           END-IF
           IF NOT CHAIN-STOPPED
              MOVE "SNAP" TO WS-STEP-NAME
              PERFORM RUN-ONE-STEP
           END-IF
           IF NOT CHAIN-STOPPED
              MOVE "KPI" TO WS-STEP-NAME
              PERFORM RUN-ONE-STEP
           END-IF
           IF NOT CHAIN-STOPPED
              MOVE "AUDROL" TO WS-STEP-NAME
              PERFORM RUN-ONE-STEP
           END-IF
          EXIT.

       RUN-ONE-STEP SECTION.
                  MOVE 0 TO ACTION-RETURN-CODE
                  CALL "TODOLISTE" USING TODO-ACTION NEW-TODO-ITEM
                  MOVE ACTION-RETURN-CODE TO WS-STEP-RC
               WHEN "SNAP"
                  MOVE WS-CURRENT-LIST TO LIST-NAME IN SNAP-PARMS
                  MOVE SPACES TO SNAP-DATE
                  MOVE 0 TO SNAP-ITEM-COUNT
                  MOVE 0 TO SNAP-RETURN-CODE
                  CALL "TDSNAP" USING SNAP-PARMS
                  MOVE SNAP-RETURN-CODE TO WS-STEP-RC
                  ADD SNAP-ITEM-COUNT TO WS-TOT-SNAPPED
               WHEN "KPI"
                  MOVE WS-CURRENT-LIST TO LIST-NAME IN KPI-PARMS
                  MOVE WS-RUN-DATE TO KPI-RUN-DATE
                  MOVE 0 TO KPI-RETURN-CODE
                  CALL "TDKPI" USING KPI-PARMS
                  IF KPI-OK
                     ADD 1 TO WS-KPI-WRITTEN
                  END-IF
                  IF KPI-ALREADY-RECORDED
                     MOVE 0 TO WS-STEP-RC
                  ELSE
                     MOVE KPI-RETURN-CODE TO WS-STEP-RC
                  END-IF
               WHEN "AUDROL"
                  MOVE WS-CURRENT-LIST TO LIST-NAME IN AUDROL-PARMS
                  MOVE SPACES TO AUDROL-CUTOFF-DATE
                  MOVE 0 TO AUDROL-ROLLED-COUNT
                  MOVE 0 TO AUDROL-RETURN-CODE
                  CALL "TDAUDROL" USING AUDROL-PARMS
                  MOVE AUDROL-RETURN-CODE TO WS-STEP-RC
                  ADD AUDROL-ROLLED-COUNT TO WS-TOT-AUDROLLED
           END-EVALUATE
          EXIT.

           DISPLAY "  items escalated . . . . . : " WS-TOT-ESCAL
           DISPLAY "  items archived  . . . . . : " WS-TOT-ARCHIVED
           DISPLAY "  sequence drift hits . . . : " WS-DRIFT-HITS
           DISPLAY "  items in snapshots  . . . : " WS-TOT-SNAPPED
           DISPLAY "  KPI history records . . . : " WS-KPI-WRITTEN
           DISPLAY "  audit records rolled over : " WS-TOT-AUDROLLED
          EXIT.

       END PROGRAM TDNIGHT.
