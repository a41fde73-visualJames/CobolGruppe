       01 WS-SNAPMF-LINE.
          05 WS-SNAPMF-DATE  PIC X(8).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 WS-SNAPMF-STAMP PIC X(21).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 WS-SNAPMF-KIND  PIC X(6).
             88 SNAPMF-ITEMS VALUE 'ITEMS'.
             88 SNAPMF-SEQ   VALUE 'SEQ'.
             88 SNAPMF-DEPS  VALUE 'DEPS'.
             88 SNAPMF-NOTES VALUE 'NOTES'.
             88 SNAPMF-TIME  VALUE 'TIME'.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 WS-SNAPMF-COUNT PIC 9(7).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 WS-SNAPMF-PATH  PIC X(60).
