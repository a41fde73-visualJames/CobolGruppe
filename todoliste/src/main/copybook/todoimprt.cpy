             88 IMPORT-OK         VALUE 0.
             88 IMPORT-ERR-INPUT  VALUE 1.
             88 IMPORT-ERR-LOCKED VALUE 5.
             88 IMPORT-ERR-RETIRED VALUE 9.
