             88 RECUR-OK           VALUE 0.
             88 RECUR-ERR-CAPACITY VALUE 4.
             88 RECUR-ERR-LOCKED   VALUE 5.
             88 RECUR-ERR-RETIRED  VALUE 9.
