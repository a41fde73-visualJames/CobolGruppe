       IDENTIFICATION DIVISION.
       PROGRAM-ID. TDXREF.

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
       DATA DIVISION.
       FILE SECTION.
          FD TDLIST.
          01 TDLIST-FILE.
             COPY tdlistrec.
          FD REGISTRY-FILE.
          01 REGISTRY-FILE-REC PIC X(82).
       WORKING-STORAGE SECTION.
       01 WS-TDLIST-STATUS   PIC XX.
       01 WS-REGISTRY-STATUS PIC XX.
       COPY registryrec.
       COPY reglists.
       01 WS-EOF PIC A(1).
       01 WS-TDLIST.
          COPY tdlistrec.
       01 WS-LIST-INDEX     PIC 9(3).
       01 WS-LIST-LIMIT     PIC 9(3).
       01 WS-MAX-LISTS      PIC 9(3) VALUE 20.
       01 WS-LIST-RETIRED-FLAGS.
          05 WS-LIST-RETIRED-FLAG PIC X(1) OCCURS 20 TIMES.
       01 WS-FOUND-LIST-IX  PIC 9(3).
       01 WS-TDLIST-PATH    PIC X(60).
       01 WS-TODAY          PIC X(8).
       01 WS-WANTED-REF     PIC X(12).
       01 WS-ITEM-REF       PIC X(12).
       01 WS-REF-COUNT      PIC 9(4).
       01 WS-REF-IX         PIC 9(4).
       01 WS-SORT-J         PIC 9(4).
       01 WS-MAX-REFS       PIC 9(4) VALUE 2000.
       01 WS-DUP-COUNT      PIC 9(4).
       01 WS-REF-FULL       PIC X(1) VALUE 'N'.
          88 REF-TABLE-FULL VALUE 'Y'.
       01 REF-ENTRIES.
          05 REF-ENTRY OCCURS 2000 TIMES.
             10 RE-EXT-REF       PIC X(12).
             10 RE-LIST-IX       PIC 9(3).
             10 RE-ITEM-ID       PIC 9(5).
             10 RE-ITEM-STATUS   PIC 9.
             10 RE-ITEM-CONTENT  PIC X(35).
       01 REF-SORT-TEMP         PIC X(56).
       01 WS-STATUS-TEXT    PIC X(8).
       01 WS-DUP-FLAG       PIC X(9).
       LINKAGE SECTION.
        COPY todoxref.
       PROCEDURE DIVISION USING XREF-PARMS.
           PERFORM SET-REGISTRY-PATH
           MOVE ALL 'N' TO WS-LIST-RETIRED-FLAGS
           IF XREF-LIST-COUNT = 0
              PERFORM LOAD-ACTIVE-LISTS
              IF XREF-INCLUDE-RETIRED
                 PERFORM ADD-RETIRED-LISTS
              END-IF
           ELSE
              PERFORM COPY-CALLER-LIST-NAMES
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE 0 TO XREF-MATCH-COUNT
           SET XREF-OK TO TRUE
           MOVE WS-ACTIVE-LIST-COUNT TO WS-LIST-LIMIT
           EVALUATE TRUE
           WHEN XREF-ACTION-LOOKUP
              PERFORM LOOKUP-EXT-REF
           WHEN XREF-ACTION-REPORT
              PERFORM REPORT-CROSS-REFERENCE
           END-EVALUATE
           GOBACK
          .

       COPY-CALLER-LIST-NAMES SECTION.
           MOVE XREF-LIST-COUNT TO WS-ACTIVE-LIST-COUNT
           IF WS-ACTIVE-LIST-COUNT > WS-MAX-LISTS
              MOVE WS-MAX-LISTS TO WS-ACTIVE-LIST-COUNT
           END-IF
           PERFORM VARYING WS-LIST-INDEX FROM 1 BY 1
                UNTIL WS-LIST-INDEX > WS-ACTIVE-LIST-COUNT
              MOVE XREF-LIST-NAME(WS-LIST-INDEX)
                TO ACTIVE-LIST-NAME(WS-LIST-INDEX)
           END-PERFORM
          EXIT.

       COPY regread.

      *Retired lists follow the active ones, so they only take up
      *whatever room the active lists leave in the table.
       ADD-RETIRED-LISTS SECTION.
           MOVE 'N' TO WS-REG-EOF
           OPEN INPUT REGISTRY-FILE
           IF WS-REGISTRY-STATUS = "00"
              PERFORM UNTIL WS-REG-EOF = 'Y'
                 READ REGISTRY-FILE INTO WS-REGISTRY-LINE
                    AT END MOVE 'Y' TO WS-REG-EOF
                    NOT AT END
                       IF REG-LIST-RETIRED
                          AND WS-ACTIVE-LIST-COUNT <
                              WS-MAX-ACTIVE-LISTS
                          ADD 1 TO WS-ACTIVE-LIST-COUNT
                          MOVE WS-REG-LIST-NAME
                            TO ACTIVE-LIST-NAME(WS-ACTIVE-LIST-COUNT)
                          MOVE 'Y' TO
                             WS-LIST-RETIRED-FLAG(WS-ACTIVE-LIST-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE REGISTRY-FILE
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

      *References are held in upper case; the caller's value is folded
      *the same way so "inc0012345" finds INC0012345.  The skip list and
      *ID let a caller check a new reference without matching the item
      *it is about to change (skip ID zero passes over the whole list).
       LOOKUP-EXT-REF SECTION.
           MOVE 0 TO WS-FOUND-LIST-IX
           MOVE SPACES TO XREF-FOUND-LIST
           MOVE 0 TO XREF-FOUND-ID
           MOVE 0 TO XREF-FOUND-STATUS
           MOVE 0 TO XREF-FOUND-COLOR
           MOVE 0 TO XREF-FOUND-TAG
           IF XREF-EXT-REF = SPACES
              SET XREF-ERR-BLANK-REF TO TRUE
           ELSE
              MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(XREF-EXT-REF))
                TO WS-WANTED-REF
              PERFORM VARYING WS-LIST-INDEX FROM 1 BY 1
                   UNTIL WS-LIST-INDEX > WS-LIST-LIMIT
                 IF ACTIVE-LIST-NAME(WS-LIST-INDEX) = XREF-SKIP-LIST
                    AND XREF-SKIP-ID = 0
                    CONTINUE
                 ELSE
                    PERFORM BUILD-TDLIST-PATH
                    PERFORM SCAN-LIST-FOR-REF
                 END-IF
              END-PERFORM
              EVALUATE TRUE
                  WHEN XREF-MATCH-COUNT = 0
                     SET XREF-NOT-FOUND TO TRUE
                  WHEN XREF-MATCH-COUNT > 1
                     SET XREF-NOT-UNIQUE TO TRUE
                  WHEN WS-LIST-RETIRED-FLAG(WS-FOUND-LIST-IX) = 'Y'
                     SET XREF-LIST-RETIRED TO TRUE
              END-EVALUATE
           END-IF
          EXIT.

       SCAN-LIST-FOR-REF SECTION.
           MOVE 'N' TO WS-EOF
           OPEN INPUT TDLIST
           IF WS-TDLIST-STATUS = "00"
              PERFORM UNTIL WS-EOF = 'Y'
                 READ TDLIST NEXT INTO WS-TDLIST
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       MOVE FUNCTION UPPER-CASE(
                            ITEM-EXT-REF IN WS-TDLIST)
                         TO WS-ITEM-REF
                       IF WS-ITEM-REF = WS-WANTED-REF
                          AND NOT (ACTIVE-LIST-NAME(WS-LIST-INDEX) =
                                   XREF-SKIP-LIST
                                   AND ITEM-ID IN WS-TDLIST =
                                   XREF-SKIP-ID)
                          PERFORM NOTE-REF-MATCH
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TDLIST
           END-IF
          EXIT.

       NOTE-REF-MATCH SECTION.
           ADD 1 TO XREF-MATCH-COUNT
           IF XREF-MATCH-COUNT = 1
              MOVE ACTIVE-LIST-NAME(WS-LIST-INDEX) TO XREF-FOUND-LIST
              MOVE WS-LIST-INDEX TO WS-FOUND-LIST-IX
              MOVE ITEM-ID IN WS-TDLIST TO XREF-FOUND-ID
              MOVE ITEM-STATUS IN WS-TDLIST TO XREF-FOUND-STATUS
              MOVE ITEM-COLOR IN WS-TDLIST TO XREF-FOUND-COLOR
              MOVE ITEM-TAG IN WS-TDLIST TO XREF-FOUND-TAG
           END-IF
          EXIT.

       REPORT-CROSS-REFERENCE SECTION.
           MOVE 0 TO WS-REF-COUNT
           MOVE 'N' TO WS-REF-FULL
           PERFORM VARYING WS-LIST-INDEX FROM 1 BY 1
                UNTIL WS-LIST-INDEX > WS-LIST-LIMIT
              PERFORM BUILD-TDLIST-PATH
              PERFORM LOAD-LIST-REFS
           END-PERFORM
           PERFORM SORT-REF-ENTRIES
           PERFORM DISPLAY-CROSS-REFERENCE
           MOVE WS-REF-COUNT TO XREF-MATCH-COUNT
           IF WS-DUP-COUNT > 0
              SET XREF-NOT-UNIQUE TO TRUE
           END-IF
           IF REF-TABLE-FULL
              SET XREF-TRUNCATED TO TRUE
           END-IF
          EXIT.

       LOAD-LIST-REFS SECTION.
           MOVE 'N' TO WS-EOF
           OPEN INPUT TDLIST
           IF WS-TDLIST-STATUS = "00"
              PERFORM UNTIL WS-EOF = 'Y'
                 READ TDLIST NEXT INTO WS-TDLIST
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF NOT ITEM-HAS-NO-EXT-REF IN WS-TDLIST
                          PERFORM CAPTURE-REF-ENTRY
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TDLIST
           END-IF
          EXIT.

       CAPTURE-REF-ENTRY SECTION.
           IF WS-REF-COUNT < WS-MAX-REFS
              ADD 1 TO WS-REF-COUNT
              MOVE FUNCTION UPPER-CASE(ITEM-EXT-REF IN WS-TDLIST)
                TO RE-EXT-REF(WS-REF-COUNT)
              MOVE WS-LIST-INDEX TO RE-LIST-IX(WS-REF-COUNT)
              MOVE ITEM-ID IN WS-TDLIST TO RE-ITEM-ID(WS-REF-COUNT)
              MOVE ITEM-STATUS IN WS-TDLIST
                TO RE-ITEM-STATUS(WS-REF-COUNT)
              MOVE ITEM-CONTENT IN WS-TDLIST
                TO RE-ITEM-CONTENT(WS-REF-COUNT)
           ELSE
              SET REF-TABLE-FULL TO TRUE
           END-IF
          EXIT.

       SORT-REF-ENTRIES SECTION.
           IF WS-REF-COUNT > 1
             PERFORM VARYING WS-REF-IX FROM 1 BY 1
               UNTIL WS-REF-IX > WS-REF-COUNT - 1
               PERFORM VARYING WS-SORT-J FROM 1 BY 1
                 UNTIL WS-SORT-J > WS-REF-COUNT - WS-REF-IX
                 IF RE-EXT-REF(WS-SORT-J) > RE-EXT-REF(WS-SORT-J + 1)
                    MOVE REF-ENTRY(WS-SORT-J) TO REF-SORT-TEMP
                    MOVE REF-ENTRY(WS-SORT-J + 1)
                      TO REF-ENTRY(WS-SORT-J)
                    MOVE REF-SORT-TEMP TO REF-ENTRY(WS-SORT-J + 1)
                 END-IF
               END-PERFORM
             END-PERFORM
           END-IF
          EXIT.

      *A reference carried by more than one item cannot be used by the
      *inbound feed, so every entry of such a group is flagged.
       DISPLAY-CROSS-REFERENCE SECTION.
           MOVE 0 TO WS-DUP-COUNT
           DISPLAY "External reference cross-reference as of " WS-TODAY
           DISPLAY "  lists scanned . . . . : " WS-LIST-LIMIT
           DISPLAY "EXT REF      LIST                           ID    "
                   "STATUS   CONTENT"
           PERFORM VARYING WS-REF-IX FROM 1 BY 1
                UNTIL WS-REF-IX > WS-REF-COUNT
              MOVE SPACES TO WS-DUP-FLAG
              IF WS-REF-IX > 1
                 IF RE-EXT-REF(WS-REF-IX) = RE-EXT-REF(WS-REF-IX - 1)
                    MOVE "DUPLICATE" TO WS-DUP-FLAG
                 END-IF
              END-IF
              IF WS-REF-IX < WS-REF-COUNT
                 IF RE-EXT-REF(WS-REF-IX) = RE-EXT-REF(WS-REF-IX + 1)
                    MOVE "DUPLICATE" TO WS-DUP-FLAG
                 END-IF
              END-IF
              IF WS-DUP-FLAG NOT = SPACES
                 ADD 1 TO WS-DUP-COUNT
              END-IF
              EVALUATE RE-ITEM-STATUS(WS-REF-IX)
                  WHEN 0 MOVE "TODO" TO WS-STATUS-TEXT
                  WHEN 1 MOVE "DOING" TO WS-STATUS-TEXT
                  WHEN 2 MOVE "DONE" TO WS-STATUS-TEXT
                  WHEN 3 MOVE "CANCELED" TO WS-STATUS-TEXT
                  WHEN OTHER MOVE "UNKNOWN" TO WS-STATUS-TEXT
              END-EVALUATE
              DISPLAY RE-EXT-REF(WS-REF-IX) " "
                      ACTIVE-LIST-NAME(RE-LIST-IX(WS-REF-IX)) " "
                      RE-ITEM-ID(WS-REF-IX) " "
                      WS-STATUS-TEXT " "
                      RE-ITEM-CONTENT(WS-REF-IX) " "
                      WS-DUP-FLAG
           END-PERFORM
           IF WS-REF-COUNT = 0
              DISPLAY "No items carry an external reference."
           ELSE
              DISPLAY "  references listed . . : " WS-REF-COUNT
              DISPLAY "  items sharing a ref . : " WS-DUP-COUNT
           END-IF
           IF REF-TABLE-FULL
              DISPLAY "More than " WS-MAX-REFS
                      " referenced items -- remaining items not listed."
           END-IF
          EXIT.

       END PROGRAM TDXREF.
