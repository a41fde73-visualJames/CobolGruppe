       IDENTIFICATION DIVISION.
       PROGRAM-ID. TDDUPCHK.

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
       01 WS-TDLIST-PATH    PIC X(60).
       01 WS-TODAY          PIC X(8).
       01 WS-CAND-COUNT     PIC 9(4).
       01 WS-CAND-IX        PIC 9(4).
       01 WS-CAND-JX        PIC 9(4).
       01 WS-NEXT-IX        PIC 9(4).
       01 WS-MAX-CANDS      PIC 9(4) VALUE 2000.
       01 WS-CAND-FULL      PIC X(1) VALUE 'N'.
          88 CAND-TABLE-FULL VALUE 'Y'.
       01 CANDIDATE-ITEMS.
          05 CAND-ITEM OCCURS 2000 TIMES.
             10 CI-LIST-IX       PIC 9(3).
             10 CI-ITEM-ID       PIC 9(5).
             10 CI-ITEM-CONTENT  PIC X(35).
             10 CI-ITEM-DUE-DATE PIC X(8).
             10 CI-ITEM-TAG      PIC 9.
             10 CI-KEY           PIC X(35).
             10 CI-KEY-LEN       PIC 9(2).
       01 WS-UPPER-CONTENT  PIC X(35).
       01 WS-KEY            PIC X(35).
       01 WS-KEY-LEN        PIC 9(2).
       01 WS-CHAR-IX        PIC 9(2).
       01 WS-MATCH-ON       PIC X(7).
       01 WS-MATCH-KIND     PIC X(4).
       01 WS-LEN-A          PIC 9(2).
       01 WS-LEN-B          PIC 9(2).
       01 WS-LEN-LONG       PIC 9(2).
       01 WS-LEN-SHORT      PIC 9(2).
       01 WS-PREFIX-LEN     PIC 9(2).
       01 WS-SUFFIX-LEN     PIC 9(2).
       01 WS-SCAN-DONE      PIC X(1).
       01 WS-MAX-NEAR-DIFF  PIC 9(1) VALUE 2.
       01 WS-MIN-NEAR-LEN   PIC 9(2) VALUE 8.
       LINKAGE SECTION.
        COPY tododupchk.
       PROCEDURE DIVISION USING DUPCHK-PARMS.
           PERFORM SET-REGISTRY-PATH
           IF DUPCHK-LIST-COUNT = 0
              PERFORM LOAD-ACTIVE-LISTS
           ELSE
              PERFORM COPY-CALLER-LIST-NAMES
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE 0 TO DUPCHK-PAIR-COUNT
           SET DUPCHK-OK TO TRUE
           MOVE 0 TO WS-CAND-COUNT
           MOVE 'N' TO WS-CAND-FULL
           MOVE WS-ACTIVE-LIST-COUNT TO WS-LIST-LIMIT
           PERFORM VARYING WS-LIST-INDEX FROM 1 BY 1
                UNTIL WS-LIST-INDEX > WS-LIST-LIMIT
              PERFORM BUILD-TDLIST-PATH
              PERFORM LOAD-LIST-CANDIDATES
           END-PERFORM
           PERFORM REPORT-DUPLICATE-PAIRS
           IF DUPCHK-PAIR-COUNT > 0
              SET DUPCHK-FOUND TO TRUE
           END-IF
           IF CAND-TABLE-FULL
              SET DUPCHK-TRUNCATED TO TRUE
           END-IF
           GOBACK
          .

       COPY-CALLER-LIST-NAMES SECTION.
           MOVE DUPCHK-LIST-COUNT TO WS-ACTIVE-LIST-COUNT
           IF WS-ACTIVE-LIST-COUNT > WS-MAX-LISTS
              MOVE WS-MAX-LISTS TO WS-ACTIVE-LIST-COUNT
           END-IF
           PERFORM VARYING WS-LIST-INDEX FROM 1 BY 1
                UNTIL WS-LIST-INDEX > WS-ACTIVE-LIST-COUNT
              MOVE DUPCHK-LIST-NAME(WS-LIST-INDEX)
                TO ACTIVE-LIST-NAME(WS-LIST-INDEX)
           END-PERFORM
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

      *Only open items are worth merging; finished and canceled items
      *are left out of the comparison.
       LOAD-LIST-CANDIDATES SECTION.
           MOVE 'N' TO WS-EOF
           OPEN INPUT TDLIST
           IF WS-TDLIST-STATUS = "00"
              PERFORM UNTIL WS-EOF = 'Y'
                 READ TDLIST NEXT INTO WS-TDLIST
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF TODO IN WS-TDLIST
                          OR DOING IN WS-TDLIST
                          PERFORM CAPTURE-CANDIDATE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TDLIST
           END-IF
          EXIT.

       CAPTURE-CANDIDATE SECTION.
           IF WS-CAND-COUNT < WS-MAX-CANDS
              ADD 1 TO WS-CAND-COUNT
              MOVE WS-LIST-INDEX TO CI-LIST-IX(WS-CAND-COUNT)
              MOVE ITEM-ID IN WS-TDLIST TO CI-ITEM-ID(WS-CAND-COUNT)
              MOVE ITEM-CONTENT IN WS-TDLIST
                TO CI-ITEM-CONTENT(WS-CAND-COUNT)
              MOVE ITEM-DUE-DATE IN WS-TDLIST
                TO CI-ITEM-DUE-DATE(WS-CAND-COUNT)
              MOVE ITEM-TAG IN WS-TDLIST TO CI-ITEM-TAG(WS-CAND-COUNT)
              PERFORM BUILD-CONTENT-KEY
              MOVE WS-KEY TO CI-KEY(WS-CAND-COUNT)
              MOVE WS-KEY-LEN TO CI-KEY-LEN(WS-CAND-COUNT)
           ELSE
              SET CAND-TABLE-FULL TO TRUE
           END-IF
          EXIT.

      *The comparison key is the content in upper case with everything
      *but letters and digits squeezed out, so spacing, punctuation and
      *case differences do not hide a duplicate.
       BUILD-CONTENT-KEY SECTION.
           MOVE FUNCTION UPPER-CASE(ITEM-CONTENT IN WS-TDLIST)
             TO WS-UPPER-CONTENT
           MOVE SPACES TO WS-KEY
           MOVE 0 TO WS-KEY-LEN
           PERFORM VARYING WS-CHAR-IX FROM 1 BY 1
                UNTIL WS-CHAR-IX > 35
              IF WS-UPPER-CONTENT(WS-CHAR-IX:1) IS NUMERIC
                 OR (WS-UPPER-CONTENT(WS-CHAR-IX:1) IS ALPHABETIC-UPPER
                     AND WS-UPPER-CONTENT(WS-CHAR-IX:1) NOT = SPACE)
                 ADD 1 TO WS-KEY-LEN
                 MOVE WS-UPPER-CONTENT(WS-CHAR-IX:1)
                   TO WS-KEY(WS-KEY-LEN:1)
              END-IF
           END-PERFORM
          EXIT.

       REPORT-DUPLICATE-PAIRS SECTION.
           DISPLAY "Duplicate item candidates as of " WS-TODAY
           DISPLAY "  lists scanned . . . : " WS-LIST-LIMIT
           DISPLAY "  open items compared : " WS-CAND-COUNT
           DISPLAY "MATCH ON      LIST                           ID    "
                   "CONTENT                             DUE      TAG"
           PERFORM VARYING WS-CAND-IX FROM 1 BY 1
                UNTIL WS-CAND-IX >= WS-CAND-COUNT
              COMPUTE WS-NEXT-IX = WS-CAND-IX + 1
              PERFORM VARYING WS-CAND-JX FROM WS-NEXT-IX BY 1
                   UNTIL WS-CAND-JX > WS-CAND-COUNT
                 PERFORM CHECK-CANDIDATE-PAIR
              END-PERFORM
           END-PERFORM
           IF DUPCHK-PAIR-COUNT = 0
              DISPLAY "No likely duplicates found."
           ELSE
              DISPLAY "  candidate pairs . . : " DUPCHK-PAIR-COUNT
           END-IF
           IF CAND-TABLE-FULL
              DISPLAY "More than " WS-MAX-CANDS
                      " open items -- remaining items not compared."
           END-IF
          EXIT.

       CHECK-CANDIDATE-PAIR SECTION.
           MOVE SPACES TO WS-MATCH-ON
           MOVE SPACES TO WS-MATCH-KIND
           EVALUATE TRUE
               WHEN CI-ITEM-DUE-DATE(WS-CAND-IX) NOT = SPACES
                    AND CI-ITEM-DUE-DATE(WS-CAND-IX) =
                        CI-ITEM-DUE-DATE(WS-CAND-JX)
                    AND CI-ITEM-TAG(WS-CAND-IX) =
                        CI-ITEM-TAG(WS-CAND-JX)
                  MOVE "DUE+TAG" TO WS-MATCH-ON
               WHEN CI-ITEM-DUE-DATE(WS-CAND-IX) NOT = SPACES
                    AND CI-ITEM-DUE-DATE(WS-CAND-IX) =
                        CI-ITEM-DUE-DATE(WS-CAND-JX)
                  MOVE "DUE" TO WS-MATCH-ON
               WHEN CI-ITEM-TAG(WS-CAND-IX) = CI-ITEM-TAG(WS-CAND-JX)
                  MOVE "TAG" TO WS-MATCH-ON
           END-EVALUATE
           IF WS-MATCH-ON NOT = SPACES
              AND CI-KEY-LEN(WS-CAND-IX) > 0
              IF CI-KEY(WS-CAND-IX) = CI-KEY(WS-CAND-JX)
                 MOVE "SAME" TO WS-MATCH-KIND
              ELSE
                 PERFORM CHECK-NEAR-CONTENT
              END-IF
           END-IF
           IF WS-MATCH-KIND NOT = SPACES
              ADD 1 TO DUPCHK-PAIR-COUNT
              DISPLAY WS-MATCH-KIND " " WS-MATCH-ON "  "
                      ACTIVE-LIST-NAME(CI-LIST-IX(WS-CAND-IX)) " "
                      CI-ITEM-ID(WS-CAND-IX) " "
                      CI-ITEM-CONTENT(WS-CAND-IX) " "
                      CI-ITEM-DUE-DATE(WS-CAND-IX) " "
                      CI-ITEM-TAG(WS-CAND-IX)
              DISPLAY "              "
                      ACTIVE-LIST-NAME(CI-LIST-IX(WS-CAND-JX)) " "
                      CI-ITEM-ID(WS-CAND-JX) " "
                      CI-ITEM-CONTENT(WS-CAND-JX) " "
                      CI-ITEM-DUE-DATE(WS-CAND-JX) " "
                      CI-ITEM-TAG(WS-CAND-JX)
           END-IF
          EXIT.

      *Nearly the same: the keys are of a reasonable length and differ
      *by no more than two characters in one place -- a typo, a dropped
      *or added letter, or a changed number.
       CHECK-NEAR-CONTENT SECTION.
           MOVE CI-KEY-LEN(WS-CAND-IX) TO WS-LEN-A
           MOVE CI-KEY-LEN(WS-CAND-JX) TO WS-LEN-B
           IF WS-LEN-A > WS-LEN-B
              MOVE WS-LEN-A TO WS-LEN-LONG
              MOVE WS-LEN-B TO WS-LEN-SHORT
           ELSE
              MOVE WS-LEN-B TO WS-LEN-LONG
              MOVE WS-LEN-A TO WS-LEN-SHORT
           END-IF
           IF WS-LEN-SHORT >= WS-MIN-NEAR-LEN
              AND WS-LEN-LONG - WS-LEN-SHORT <= WS-MAX-NEAR-DIFF
              MOVE 0 TO WS-PREFIX-LEN
              MOVE 'N' TO WS-SCAN-DONE
              PERFORM UNTIL WS-SCAN-DONE = 'Y'
                 MOVE 'Y' TO WS-SCAN-DONE
                 IF WS-PREFIX-LEN < WS-LEN-SHORT
                    IF CI-KEY(WS-CAND-IX)(WS-PREFIX-LEN + 1:1) =
                       CI-KEY(WS-CAND-JX)(WS-PREFIX-LEN + 1:1)
                       ADD 1 TO WS-PREFIX-LEN
                       MOVE 'N' TO WS-SCAN-DONE
                    END-IF
                 END-IF
              END-PERFORM
              MOVE 0 TO WS-SUFFIX-LEN
              MOVE 'N' TO WS-SCAN-DONE
              PERFORM UNTIL WS-SCAN-DONE = 'Y'
                 MOVE 'Y' TO WS-SCAN-DONE
                 IF WS-SUFFIX-LEN < WS-LEN-SHORT - WS-PREFIX-LEN
                    IF CI-KEY(WS-CAND-IX)(WS-LEN-A - WS-SUFFIX-LEN:1)
                     = CI-KEY(WS-CAND-JX)(WS-LEN-B - WS-SUFFIX-LEN:1)
                       ADD 1 TO WS-SUFFIX-LEN
                       MOVE 'N' TO WS-SCAN-DONE
                    END-IF
                 END-IF
              END-PERFORM
              IF WS-PREFIX-LEN + WS-SUFFIX-LEN + WS-MAX-NEAR-DIFF >=
                 WS-LEN-LONG
                 MOVE "NEAR" TO WS-MATCH-KIND
              END-IF
           END-IF
          EXIT.

       COPY regread.

       END PROGRAM TDDUPCHK.
