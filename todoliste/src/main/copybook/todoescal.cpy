             88 ESCAL-OK           VALUE 0.
             88 ESCAL-ERR-CAPACITY VALUE 4.
             88 ESCAL-ERR-LOCKED   VALUE 5.
             88 ESCAL-ERR-RETIRED  VALUE 9.
