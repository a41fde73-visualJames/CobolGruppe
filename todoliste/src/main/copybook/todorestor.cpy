             88 RESTORE-ERR-CAPACITY  VALUE 4.
             88 RESTORE-ERR-LOCKED    VALUE 5.
             88 RESTORE-ERR-DUPLICATE VALUE 6.
             88 RESTORE-ERR-RETIRED   VALUE 9.
