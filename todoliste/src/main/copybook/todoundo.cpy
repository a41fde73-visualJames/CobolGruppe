             88 UNDO-ERR-UNSUPPORTED VALUE 2.
             88 UNDO-ERR-DUPLICATE   VALUE 3.
             88 UNDO-ERR-LOCKED      VALUE 5.
             88 UNDO-ERR-RETIRED     VALUE 9.
