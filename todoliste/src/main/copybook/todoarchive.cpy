             88 ARCHIVE-OK           VALUE 0.
             88 ARCHIVE-ERR-CAPACITY VALUE 4.
             88 ARCHIVE-ERR-LOCKED   VALUE 5.
             88 ARCHIVE-ERR-RETIRED  VALUE 9.
