       IDENTIFICATION DIVISION.
       PROGRAM-ID. TDCLOSE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT TDLIST ASSIGN TO EXTERNAL TDLISTFILE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS ITEM-ID IN TDLIST-FILE
            FILE STATUS IS WS-TDLIST-STATUS.
         SELECT CLOSE-FILE ASSIGN TO EXTERNAL CLOSEFILE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CLOSE-STATUS.
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
          FD CLOSE-FILE.
          01 CLOSE-FILE-REC PIC X(80).
          FD REGISTRY-FILE.
          01 REGISTRY-FILE-REC PIC X(82).
          FD ROSTER-FILE.
          01 ROSTER-FILE-REC PIC X(50).
       WORKING-STORAGE SECTION.
       01 WS-TDLIST-STATUS   PIC XX.
       01 WS-CLOSE-STATUS    PIC XX.
       01 WS-REGISTRY-STATUS PIC XX.
       01 WS-ROSTER-STATUS   PIC XX.
       01 WS-LIST-NAME       PIC X(30).
       01 WS-SUCCESSOR-LIST  PIC X(30).
       01 WS-TDLIST-PATH     PIC X(60).
       01 WS-CLOSE-PATH      PIC X(60).
       01 WS-REGISTRY-PATH   PIC X(60).
       COPY registryrec.
       COPY regchkf.
       COPY rosterrec.
       COPY rosterf.
       01 WS-EOF PIC A(1).
       01 WS-TDLIST.
          COPY tdlistrec.
       01 WS-SIGNER-NAME     PIC X(30).
       01 WS-CLOSE-STAMP     PIC X(21).
       01 WS-RC-DISP         PIC 9(2).
       01 WS-COUNT-DISP      PIC Z(4)9.
       01 WS-OPEN-IX         PIC 9(4).
       01 WS-MAX-OPEN        PIC 9(4) VALUE 9999.
       01 WS-OPEN-FULL       PIC X(1) VALUE 'N'.
          88 OPEN-TABLE-FULL VALUE 'Y'.
       01 WS-RETIRE-SW       PIC X(1) VALUE 'N'.
          88 RETIRE-FAILED VALUE 'Y'.
       01 OPEN-ITEMS.
          05 OPEN-ITEM OCCURS 9999 TIMES.
             10 OI-ITEM-ID  PIC 9(5).
             10 OI-CONTENT  PIC X(35).
             10 OI-STATUS   PIC 9.
             10 OI-COLOR    PIC 9.
             10 OI-TAG      PIC 9.
             10 OI-OUTCOME  PIC X(30).
       01 WS-CLOSE-LINE      PIC X(80).
       01 WS-CLOSE-ITEM-LINE.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-CL-ITEM-ID   PIC 9(5).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 WS-CL-CONTENT   PIC X(35).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 WS-CL-STATUS    PIC X(5).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 WS-CL-OUTCOME   PIC X(30).
       COPY todoxfer.
       COPY todoactions.
       COPY todoitem.
       COPY todoarchive.
       COPY todoregst.
       LINKAGE SECTION.
        COPY todoclose.
       PROCEDURE DIVISION USING CLOSE-PARMS.
           PERFORM SET-FILE-PATHS
           MOVE 0 TO CLOSE-OPEN-COUNT
           MOVE 0 TO CLOSE-MOVED-COUNT
           MOVE 0 TO CLOSE-CANCELED-COUNT
           MOVE 0 TO CLOSE-ARCHIVED-COUNT
           SET CLOSE-OK TO TRUE
           PERFORM VALIDATE-CLOSE-REQUEST
           IF NOT CLOSE-OK
              GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CLOSE-STAMP
           PERFORM LOAD-OPEN-ITEMS
           IF OPEN-TABLE-FULL
              SET CLOSE-ERR-INCOMPLETE TO TRUE
           END-IF
           PERFORM VARYING WS-OPEN-IX FROM 1 BY 1
                UNTIL WS-OPEN-IX > CLOSE-OPEN-COUNT
                   OR CLOSE-ERR-LOCKED
              IF CLOSE-MOVE-OPEN
                 PERFORM MOVE-OPEN-ITEM
              ELSE
                 PERFORM CANCEL-OPEN-ITEM
              END-IF
           END-PERFORM
           IF NOT CLOSE-ERR-LOCKED
              PERFORM FINAL-ARCHIVE
           END-IF
           PERFORM OPEN-CLOSEOUT-FILE
           IF NOT CLOSE-ERR-SUMMARY
              PERFORM WRITE-CLOSEOUT-SUMMARY
              IF CLOSE-OK
                 PERFORM RETIRE-REGISTRY-ENTRY
              END-IF
              PERFORM WRITE-CLOSEOUT-RESULT
           END-IF
           PERFORM DISPLAY-CLOSE-SUMMARY
           GOBACK
          .

       SET-FILE-PATHS SECTION.
           MOVE SPACES TO WS-LIST-NAME
           IF LIST-NAME IN CLOSE-PARMS NOT = SPACES
              MOVE LIST-NAME IN CLOSE-PARMS TO WS-LIST-NAME
           ELSE
              ACCEPT WS-LIST-NAME FROM ENVIRONMENT "TODOLIST_NAME"
           END-IF
           IF WS-LIST-NAME = SPACES
              MOVE "todolist" TO WS-LIST-NAME
           END-IF
           MOVE CLOSE-SUCCESSOR-LIST TO WS-SUCCESSOR-LIST
           MOVE SPACES TO WS-TDLIST-PATH
           STRING FUNCTION TRIM(WS-LIST-NAME) DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-TDLIST-PATH
           END-STRING
           MOVE SPACES TO WS-CLOSE-PATH
           STRING FUNCTION TRIM(WS-LIST-NAME) DELIMITED BY SIZE
                  "-closeout.txt" DELIMITED BY SIZE
                  INTO WS-CLOSE-PATH
           END-STRING
           SET ENVIRONMENT "TDLISTFILE" TO FUNCTION TRIM(WS-TDLIST-PATH)
           SET ENVIRONMENT "CLOSEFILE" TO FUNCTION TRIM(WS-CLOSE-PATH)
           MOVE SPACES TO WS-REGISTRY-PATH
           ACCEPT WS-REGISTRY-PATH FROM ENVIRONMENT "TODOLIST_REGISTRY"
           IF WS-REGISTRY-PATH = SPACES
              MOVE "todolists-registry.txt" TO WS-REGISTRY-PATH
           END-IF
           SET ENVIRONMENT "REGISTRYFILE" TO
              FUNCTION TRIM(WS-REGISTRY-PATH)
          EXIT.

       COPY regchk.

       COPY rostchk.

      *Everything is checked before the first item is touched: the list
      *must still be active on the registry, the sign-off must come from
      *an active roster member and a successor must be an active list.
       VALIDATE-CLOSE-REQUEST SECTION.
           EVALUATE TRUE
               WHEN CLOSE-SIGNED-OFF-BY = SPACES
                  SET CLOSE-ERR-BLANK TO TRUE
               WHEN NOT CLOSE-MOVE-OPEN AND NOT CLOSE-CANCEL-OPEN
                  SET CLOSE-ERR-BAD-VALUE TO TRUE
           END-EVALUATE
           IF CLOSE-OK
              MOVE WS-LIST-NAME TO WS-RETIRE-CHECK-LIST
              PERFORM CHECK-LIST-RETIRED
              EVALUATE TRUE
                  WHEN NOT LIST-ON-REGISTRY
                     SET CLOSE-ERR-NOT-FOUND TO TRUE
                  WHEN LIST-IS-RETIRED
                     SET CLOSE-ERR-RETIRED TO TRUE
              END-EVALUATE
           END-IF
           IF CLOSE-OK
              MOVE CLOSE-SIGNED-OFF-BY TO WS-ROSTER-CHECK-ID
              PERFORM CHECK-ROSTER-PERSON
              IF PERSON-ON-ROSTER
                 MOVE WS-ROS-NAME TO WS-SIGNER-NAME
              ELSE
                 SET CLOSE-ERR-SIGNER TO TRUE
              END-IF
           END-IF
           IF CLOSE-OK AND CLOSE-MOVE-OPEN
              IF WS-SUCCESSOR-LIST = SPACES
                 OR WS-SUCCESSOR-LIST = WS-LIST-NAME
                 SET CLOSE-ERR-SUCCESSOR TO TRUE
              ELSE
                 MOVE WS-SUCCESSOR-LIST TO WS-RETIRE-CHECK-LIST
                 PERFORM CHECK-LIST-RETIRED
                 IF NOT LIST-ON-REGISTRY OR LIST-IS-RETIRED
                    SET CLOSE-ERR-SUCCESSOR TO TRUE
                 END-IF
              END-IF
           END-IF
          EXIT.

      *Items beyond the table are left for the next run, and the list
      *is not retired while any of them remain.
       LOAD-OPEN-ITEMS SECTION.
           MOVE 'N' TO WS-EOF
           MOVE 'N' TO WS-OPEN-FULL
           OPEN INPUT TDLIST
           IF WS-TDLIST-STATUS = "00"
              PERFORM UNTIL WS-EOF = 'Y'
                 READ TDLIST NEXT INTO WS-TDLIST
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF (TODO IN WS-TDLIST OR DOING IN WS-TDLIST)
                          AND CLOSE-OPEN-COUNT < WS-MAX-OPEN
                          ADD 1 TO CLOSE-OPEN-COUNT
                          MOVE CLOSE-OPEN-COUNT TO WS-OPEN-IX
                          MOVE ITEM-ID IN WS-TDLIST
                            TO OI-ITEM-ID(WS-OPEN-IX)
                          MOVE ITEM-CONTENT IN WS-TDLIST
                            TO OI-CONTENT(WS-OPEN-IX)
                          MOVE ITEM-STATUS IN WS-TDLIST
                            TO OI-STATUS(WS-OPEN-IX)
                          MOVE ITEM-COLOR IN WS-TDLIST
                            TO OI-COLOR(WS-OPEN-IX)
                          MOVE ITEM-TAG IN WS-TDLIST
                            TO OI-TAG(WS-OPEN-IX)
                          MOVE SPACES TO OI-OUTCOME(WS-OPEN-IX)
                       ELSE
                          IF TODO IN WS-TDLIST OR DOING IN WS-TDLIST
                             SET OPEN-TABLE-FULL TO TRUE
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TDLIST
           END-IF
          EXIT.

      *An item that cannot be moved is left where it is and the list is
      *not retired; the closeout can be run again once it is dealt with.
       MOVE-OPEN-ITEM SECTION.
           MOVE OI-ITEM-ID(WS-OPEN-IX) TO XFER-ITEM-ID
           MOVE WS-LIST-NAME TO XFER-SOURCE-LIST
           MOVE WS-SUCCESSOR-LIST TO XFER-TARGET-LIST
           MOVE 0 TO XFER-RETURN-CODE
           CALL "TDXFER" USING XFER-PARMS
           EVALUATE TRUE
               WHEN XFER-OK
                  ADD 1 TO CLOSE-MOVED-COUNT
                  STRING "MOVED AS ID " XFER-NEW-ITEM-ID
                         DELIMITED BY SIZE
                         INTO OI-OUTCOME(WS-OPEN-IX)
                  END-STRING
               WHEN XFER-NOT-FOUND
                  MOVE "NO LONGER ON LIST"
                    TO OI-OUTCOME(WS-OPEN-IX)
               WHEN XFER-ERR-LOCKED
                  SET CLOSE-ERR-LOCKED TO TRUE
                  MOVE "NOT MOVED - LIST LOCKED"
                    TO OI-OUTCOME(WS-OPEN-IX)
               WHEN XFER-ERR-HAS-DEPS
                  SET CLOSE-ERR-INCOMPLETE TO TRUE
                  MOVE "NOT MOVED - HAS DEPENDENCIES"
                    TO OI-OUTCOME(WS-OPEN-IX)
               WHEN XFER-ERR-CAPACITY
                  SET CLOSE-ERR-INCOMPLETE TO TRUE
                  MOVE "NOT MOVED - SUCCESSOR FULL"
                    TO OI-OUTCOME(WS-OPEN-IX)
               WHEN OTHER
                  SET CLOSE-ERR-INCOMPLETE TO TRUE
                  MOVE XFER-RETURN-CODE TO WS-RC-DISP
                  STRING "NOT MOVED RC=" WS-RC-DISP
                         DELIMITED BY SIZE
                         INTO OI-OUTCOME(WS-OPEN-IX)
                  END-STRING
           END-EVALUATE
          EXIT.

      *Cancelling goes through the list program's own update so the
      *change is audited like any other.  Colour and tag are kept.
       CANCEL-OPEN-ITEM SECTION.
           MOVE SPACES TO TODO-ACTION
           MOVE "UP" TO ACTION-CODE
           MOVE OI-ITEM-ID(WS-OPEN-IX) TO ACTION-ITEM-ID
           MOVE 3 TO UPDATE-STATUS
           MOVE OI-COLOR(WS-OPEN-IX) TO UPDATE-COLOR
           MOVE OI-TAG(WS-OPEN-IX) TO UPDATE-TAG
           MOVE 0 TO UPDATE-PRIORITY
           MOVE SPACES TO UPDATE-ASSIGNEE
           MOVE 0 TO UPDATE-EST-HOURS
           MOVE SPACES TO UPDATE-DUE-DATE
           MOVE SPACES TO UPDATE-EXT-REF
           MOVE 0 TO FILTER-TAG
           MOVE 'N' TO FILTER-TAG-SWITCH
           MOVE 0 TO FILTER-STATUS
           MOVE 'N' TO FILTER-STATUS-SWITCH
           MOVE 0 TO ACTION-RETURN-CODE
           MOVE WS-LIST-NAME TO LIST-NAME IN TODO-ACTION
           CALL "TODOLISTE" USING TODO-ACTION NEW-TODO-ITEM
           EVALUATE TRUE
               WHEN ACTION-OK
                  ADD 1 TO CLOSE-CANCELED-COUNT
                  MOVE "CANCELED" TO OI-OUTCOME(WS-OPEN-IX)
               WHEN ACTION-ERR-LOCKED
                  SET CLOSE-ERR-LOCKED TO TRUE
                  MOVE "NOT CANCELED - LIST LOCKED"
                    TO OI-OUTCOME(WS-OPEN-IX)
               WHEN OTHER
                  SET CLOSE-ERR-INCOMPLETE TO TRUE
                  MOVE ACTION-RETURN-CODE TO WS-RC-DISP
                  STRING "NOT CANCELED RC=" WS-RC-DISP
                         DELIMITED BY SIZE
                         INTO OI-OUTCOME(WS-OPEN-IX)
                  END-STRING
           END-EVALUATE
          EXIT.

      *A maximum age of zero sweeps every DONE and CANCELED item,
      *including the ones cancelled above.
       FINAL-ARCHIVE SECTION.
           MOVE 0 TO MAX-AGE-DAYS
           MOVE WS-LIST-NAME TO LIST-NAME IN ARCHIVE-PARMS
           MOVE 0 TO ARCHIVE-RETURN-CODE
           CALL "TDARCHIV" USING ARCHIVE-PARMS
           EVALUATE TRUE
               WHEN ARCHIVE-OK
                  MOVE ARCHIVE-ITEM-COUNT TO CLOSE-ARCHIVED-COUNT
               WHEN ARCHIVE-ERR-LOCKED
                  SET CLOSE-ERR-LOCKED TO TRUE
               WHEN OTHER
                  IF CLOSE-OK
                     SET CLOSE-ERR-INCOMPLETE TO TRUE
                  END-IF
           END-EVALUATE
          EXIT.

      *The list is only retired once its signed-off section can be
      *written, so the file stays open until the result is known.
       OPEN-CLOSEOUT-FILE SECTION.
           OPEN EXTEND CLOSE-FILE
           IF WS-CLOSE-STATUS NOT = "00"
              OPEN OUTPUT CLOSE-FILE
           END-IF
           IF WS-CLOSE-STATUS NOT = "00"
              SET CLOSE-ERR-SUMMARY TO TRUE
           END-IF
          EXIT.

      *Each run appends its own signed-off section, so a closeout that
      *needed more than one run keeps the record of every attempt.
       WRITE-CLOSEOUT-SUMMARY SECTION.
           MOVE SPACES TO WS-CLOSE-LINE
           STRING "LIST CLOSEOUT " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LIST-NAME) DELIMITED BY SIZE
                  " RUN " DELIMITED BY SIZE
                  WS-CLOSE-STAMP(1:8) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CLOSE-STAMP(9:6) DELIMITED BY SIZE
                  INTO WS-CLOSE-LINE
           END-STRING
           WRITE CLOSE-FILE-REC FROM WS-CLOSE-LINE
           MOVE SPACES TO WS-CLOSE-LINE
           IF CLOSE-MOVE-OPEN
              STRING "OPEN ITEMS MOVED TO " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-SUCCESSOR-LIST)
                     DELIMITED BY SIZE
                     INTO WS-CLOSE-LINE
              END-STRING
           ELSE
              MOVE "OPEN ITEMS CANCELED" TO WS-CLOSE-LINE
           END-IF
           WRITE CLOSE-FILE-REC FROM WS-CLOSE-LINE
           MOVE CLOSE-OPEN-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-CLOSE-LINE
           STRING "OPEN ITEMS  . . . . : " WS-COUNT-DISP
                  DELIMITED BY SIZE
                  INTO WS-CLOSE-LINE
           END-STRING
           WRITE CLOSE-FILE-REC FROM WS-CLOSE-LINE
           IF OPEN-TABLE-FULL
              MOVE SPACES TO WS-CLOSE-LINE
              STRING "MORE THAN " WS-MAX-OPEN " OPEN ITEMS - THE REST"
                     " ARE LEFT FOR THE NEXT RUN"
                     DELIMITED BY SIZE
                     INTO WS-CLOSE-LINE
              END-STRING
              WRITE CLOSE-FILE-REC FROM WS-CLOSE-LINE
           END-IF
           PERFORM VARYING WS-OPEN-IX FROM 1 BY 1
                UNTIL WS-OPEN-IX > CLOSE-OPEN-COUNT
              MOVE OI-ITEM-ID(WS-OPEN-IX) TO WS-CL-ITEM-ID
              MOVE OI-CONTENT(WS-OPEN-IX) TO WS-CL-CONTENT
              IF OI-STATUS(WS-OPEN-IX) = 1
                 MOVE "DOING" TO WS-CL-STATUS
              ELSE
                 MOVE "TODO" TO WS-CL-STATUS
              END-IF
              IF OI-OUTCOME(WS-OPEN-IX) = SPACES
                 MOVE "NOT PROCESSED" TO WS-CL-OUTCOME
              ELSE
                 MOVE OI-OUTCOME(WS-OPEN-IX) TO WS-CL-OUTCOME
              END-IF
              WRITE CLOSE-FILE-REC FROM WS-CLOSE-ITEM-LINE
           END-PERFORM
           MOVE CLOSE-MOVED-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-CLOSE-LINE
           STRING "ITEMS MOVED . . . . : " WS-COUNT-DISP
                  DELIMITED BY SIZE
                  INTO WS-CLOSE-LINE
           END-STRING
           WRITE CLOSE-FILE-REC FROM WS-CLOSE-LINE
           MOVE CLOSE-CANCELED-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-CLOSE-LINE
           STRING "ITEMS CANCELED  . . : " WS-COUNT-DISP
                  DELIMITED BY SIZE
                  INTO WS-CLOSE-LINE
           END-STRING
           WRITE CLOSE-FILE-REC FROM WS-CLOSE-LINE
           MOVE CLOSE-ARCHIVED-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-CLOSE-LINE
           STRING "ITEMS ARCHIVED  . . : " WS-COUNT-DISP
                  DELIMITED BY SIZE
                  INTO WS-CLOSE-LINE
           END-STRING
           WRITE CLOSE-FILE-REC FROM WS-CLOSE-LINE
           MOVE SPACES TO WS-CLOSE-LINE
           STRING "SIGNED OFF BY . . . : " DELIMITED BY SIZE
                  CLOSE-SIGNED-OFF-BY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SIGNER-NAME) DELIMITED BY SIZE
                  INTO WS-CLOSE-LINE
           END-STRING
           WRITE CLOSE-FILE-REC FROM WS-CLOSE-LINE
          EXIT.

       WRITE-CLOSEOUT-RESULT SECTION.
           MOVE SPACES TO WS-CLOSE-LINE
           EVALUATE TRUE
               WHEN CLOSE-OK
                  STRING "RESULT  . . . . . . : CLOSEOUT COMPLETE"
                         " - LIST RETIRED"
                         DELIMITED BY SIZE
                         INTO WS-CLOSE-LINE
                  END-STRING
               WHEN RETIRE-FAILED
                  MOVE REGIST-RETURN-CODE TO WS-RC-DISP
                  STRING "RESULT  . . . . . . : "
                         "REGISTRY NOT UPDATED RC=" WS-RC-DISP
                         " - LIST LEFT ACTIVE"
                         DELIMITED BY SIZE
                         INTO WS-CLOSE-LINE
                  END-STRING
               WHEN OTHER
                  MOVE CLOSE-RETURN-CODE TO WS-RC-DISP
                  STRING "RESULT  . . . . . . : "
                         "CLOSEOUT INCOMPLETE RC=" WS-RC-DISP
                         " - LIST LEFT ACTIVE"
                         DELIMITED BY SIZE
                         INTO WS-CLOSE-LINE
                  END-STRING
           END-EVALUATE
           WRITE CLOSE-FILE-REC FROM WS-CLOSE-LINE
           MOVE SPACES TO WS-CLOSE-LINE
           WRITE CLOSE-FILE-REC FROM WS-CLOSE-LINE
           CLOSE CLOSE-FILE
          EXIT.

       RETIRE-REGISTRY-ENTRY SECTION.
           MOVE 'N' TO WS-RETIRE-SW
           MOVE SPACES TO REGIST-PARMS
           MOVE "RT" TO REGIST-ACTION-CODE
           MOVE WS-LIST-NAME TO REGIST-LIST-NAME
           MOVE 0 TO REGIST-RETURN-CODE
           CALL "TDREGIST" USING REGIST-PARMS
           EVALUATE TRUE
               WHEN REGIST-OK
                  CONTINUE
               WHEN REGIST-ERR-LOCKED
                  SET CLOSE-ERR-LOCKED TO TRUE
               WHEN OTHER
                  SET CLOSE-ERR-NOT-FOUND TO TRUE
           END-EVALUATE
           IF NOT CLOSE-OK
              SET RETIRE-FAILED TO TRUE
           END-IF
          EXIT.

       DISPLAY-CLOSE-SUMMARY SECTION.
           DISPLAY "List closeout summary for "
                   FUNCTION TRIM(WS-LIST-NAME)
           DISPLAY "  open items . . . . . : " CLOSE-OPEN-COUNT
           DISPLAY "  items moved  . . . . : " CLOSE-MOVED-COUNT
           DISPLAY "  items canceled . . . : " CLOSE-CANCELED-COUNT
           DISPLAY "  items archived . . . : " CLOSE-ARCHIVED-COUNT
           IF CLOSE-OK
              DISPLAY "  list retired on the registry."
           ELSE
              DISPLAY "  closeout not finished, return code "
                      CLOSE-RETURN-CODE " -- list left active."
              DISPLAY "  see " FUNCTION TRIM(WS-CLOSE-PATH)
                      " and run the closeout again."
           END-IF
          EXIT.

       END PROGRAM TDCLOSE.
